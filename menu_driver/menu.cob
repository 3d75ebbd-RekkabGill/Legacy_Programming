*> How to Compile:
*>   cobc -x -free -Wall -o menu menu.cob opshist.cob rejfix.cob \
*>       parmaint.cob lockmgr.cob mornrep.cob chargeback.cob \
*>       deptmnt.cob holdrel.cob quotamgr.cob rptkeep.cob \
*>       reprint.cob lineage.cob approvmgr.cob voltrend.cob \
*>       editpass.cob distrib.cob expedite.cob \
*>       ../babylonian_square_roots_cobol/sqrtbabyex.cob \
*>       ../babylonian_square_roots_cobol/exfun.cob \
*>       ../babylonian_square_roots_cobol/audchk.cob \
*>       ../babylonian_square_roots_cobol/sqrtqa.cob \
*>       ../babylonian_square_roots_cobol/audroll.cob \
*>       ../babylonian_square_roots_cobol/rootmnt.cob \
*>       ../russian_peasant_multiplication/Cobol/calcqa.cob \
*>       ../russian_peasant_multiplication/Cobol/cobol_nrecursive.cob \
*>       ../russian_peasant_multiplication/Cobol/cobol_division.cob \
*>       ../russian_peasant_multiplication/Cobol/cobol_power.cob
*> How to use: pick an option from the menu. The calculator options
*> CALL straight into sqrtbabyex's and a4's own procedure divisions,
*> so once you exit either calculator you land back on this menu.
*> - option 14 runs the chargeback report with the month prompt,
*>   the way option 8 runs opshist - a missed MONTHEND card no
*>   longer means last month can never be billed.
*> - option 15 runs the deptmnt department master maintenance,
*>   supervisor-only - add, rename, re-rate and retire
*>   departments with every change logged to DEPT-LOG.DAT, instead
*>   of hand-editing DEPT-MASTER.DAT. exit moves to 16.
*> - option 16 runs the holdrel held submission release,
*>   supervisor-only - a raw drop editpass held as a repeat of one
*>   already on the submission register waits there until a
*>   supervisor releases or drops it. exit moves to 17.
*> - housekeeping keeps each report through rptkeep - copied to a
*>   dated report generation and cataloged, kept for the site's
*>   retention period - before it clears the report files, and
*>   leaves them uncleared if they could not be kept. option 17
*>   reprints a kept report for a date, whole or for one
*>   submitter, under a REPRINT banner. exit moves to 18.
*> - option 18 traces a figure back to its raw submission through
*>   lineage - the run that made it, cache or computed, any rejfix
*>   repair, QA flags and retry history. exit moves to 19.
*> - dual control: a site parameter change, a root master purge or
*>   integrity delete, a run lock break and the end-of-day
*>   housekeeping are queued through approvmgr instead of done on
*>   one supervisor's say. option 19 lists the requests waiting and
*>   lets a second supervisor, under a different id, approve or
*>   reject them - an approved request is applied there and then.
*>   a lock can still be broken at once in an emergency, but the
*>   break-glass needs a reason and stays on the morning report
*>   until a second supervisor reviews it. a site with no operator
*>   master acts directly, as before. exit moves to 20.
*> - option 20 runs the peaspow russian peasant exponentiation
*>   calculator; its last run shows on the status panel and its
*>   'POW' lock on the run locks screen, and housekeeping keeps
*>   and clears POW-REPORT.DAT with the other reports. exit moves
*>   to 21.
*> - option 21 runs the voltrend daily volume trend report for a
*>   window ending on a day the operator gives, so a department's
*>   quiet spell can be looked into after the fact. exit moves to
*>   22.
*> - option 22 runs the expedite driver, supervisor-only: one
*>   department's urgent EXP- drop is edited, worked, checked and
*>   distributed during the day without waiting for the stream,
*>   and billed at the expedite premium. the run is logged on the
*>   sign-on log, and its 'EXPEDITE' lock shows on the run locks
*>   screen. exit moves to 23.
*> - an approved request is now marked approved before it is
*>   applied, and only applied when the mark is made - one that
*>   expired or another supervisor decided meanwhile is refused
*>   untouched. a change that then cannot be made has its approval
*>   undone and waits again.

identification division.
program-id. menu.
77 hk-status picture x(2).
77 hk-file-name picture x(20).
77 hk-sub picture 9(2).
77 hk-first picture 9(2).
77 tail-raw picture x(6).
77 tail-chk picture x(6).
77 tail-want picture 9(6).
77 oper-auth picture x(1) value space.
    88 supervisor value 'S'.
77 signon-date picture 9(8).
77 appr-action picture x(1).
77 appr-result picture x(1).
77 approvals-done-sw picture x(1).
    88 approvals-done value 'y'.
*> how the menu calls the programs that change shared data: 'M'
*> for the usual maintenance session, 'A' to apply a request a
*> second supervisor has just approved
01 maint-call.
    02 ac-mode      picture x(1).
    02 ac-number    picture 9(6).
    02 ac-approver  picture x(8).
    02 ac-requester picture x(8).
    02 ac-data      picture x(80).
01 approval-request.
    02 ar-number    picture 9(6).
    02 filler       picture x(1).
    02 ar-date      picture 9(8).
    02 filler       picture x(1).
    02 ar-time      picture 9(6).
    02 filler       picture x(1).
    02 ar-requester picture x(8).
    02 filler       picture x(1).
    02 ar-type      picture x(8).
    02 filler       picture x(1).
    02 ar-status    picture x(1).
    02 filler       picture x(1).
    02 ar-decider   picture x(8).
    02 filler       picture x(1).
    02 ar-decided   picture 9(8).
    02 filler       picture x(1).
    02 ar-detail    picture x(40).
    02 filler       picture x(1).
    02 ar-data      picture x(80).
01 signon-time-stamp.
    02 signon-time picture 9(6).
    02 filler      picture 9(2).
    02 filler picture x(20) value 'SQRT-REPORT.DAT'.
    02 filler picture x(20) value 'DIV-REPORT.DAT'.
    02 filler picture x(20) value 'COMBINED-REPORT.DAT'.
    02 filler picture x(20) value 'POW-REPORT.DAT'.
    02 filler picture x(20) value 'ITER-PROFILE.DAT'.
    02 filler picture x(20) value 'SQRT-QA.DAT'.
    02 filler picture x(20) value 'SQRT-RECON.DAT'.
01 housekeep-table redefines housekeep-names.
    02 hk-name picture x(20) occurs 8 times.
01 status-heading.
    02 filler picture x(16) value 'last run status:'.
01 status-detail.
01 last-sqrt-run picture x(44).
01 last-mult-run picture x(44).
01 last-div-run picture x(44).
01 last-pow-run picture x(44).
01 last-qa-run picture x(44).
01 menu-title.
    02 filler picture x(9) value spaces.
01 menu-option14.
    02 filler picture x(45) value '14. Monthly chargeback report'.
01 menu-option15.
    02 filler picture x(45) value '15. Department master maintenance'.
01 menu-option16.
    02 filler picture x(45) value '16. Release held submissions'.
01 menu-option17.
    02 filler picture x(45) value '17. Reprint a kept report'.
01 menu-option18.
    02 filler picture x(45) value '18. Trace a figure to its source'.
01 menu-option19.
    02 filler picture x(45) value '19. Pending approvals'.
01 menu-option20.
    02 filler picture x(45) value
        '20. Russian peasant exponentiation'.
01 menu-option21.
    02 filler picture x(45) value '21. Volume trend and anomaly report'.
01 menu-option22.
    02 filler picture x(45) value
        '22. Expedite run for one department'.
01 menu-option23.
    02 filler picture x(45) value '23. Exit'.
01 menu-prompt.
    02 filler picture x(30) value 'Enter your choice (1-23): '.
01 menu-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
01 tail-prompt.
    02 filler picture x(10) value 'SQRT'.
    02 filler picture x(10) value 'MULT'.
    02 filler picture x(10) value 'DIV'.
    02 filler picture x(10) value 'POW'.
    02 filler picture x(10) value 'EXPEDITE'.
01 lock-list-table redefines lock-list.
    02 ll-name picture x(10) occurs 5 times.
01 break-prompt.
    02 filler picture x(50) value
        'Break which lock? (name, blank = none): '.
    write out-line from menu-option13 after advancing 1 line.
    write out-line from menu-option14 after advancing 1 line.
    write out-line from menu-option15 after advancing 1 line.
    write out-line from menu-option16 after advancing 1 line.
    write out-line from menu-option17 after advancing 1 line.
    write out-line from menu-option18 after advancing 1 line.
    write out-line from menu-option19 after advancing 1 line.
    write out-line from menu-option20 after advancing 1 line.
    write out-line from menu-option21 after advancing 1 line.
    write out-line from menu-option22 after advancing 1 line.
    write out-line from menu-option23 after advancing 1 line.
    write out-line from menu-prompt after advancing 2 line.
    accept menu-choice.

            call "chargeback" using call-mode
            perform mainloop
        when "15"
            perform run-deptmnt-option
            perform mainloop
        when "16"
            perform run-holdrel-option
            perform mainloop
        when "17"
            call "reprint"
            perform mainloop
        when "18"
            call "lineage"
            perform mainloop
        when "19"
            perform run-approvals-option
            perform mainloop
        when "20"
            call "peaspow"
            perform mainloop
        when "21"
            call "voltrend" using call-mode
            perform mainloop
        when "22"
            perform run-expedite-option
            perform mainloop
        when "23"
            perform finish
        when other
            write out-line from menu-tryagain
    *> the incident the lock exists to prevent
    perform inquire-one-lock
        varying lock-sub from 1 by 1
        until lock-sub is greater than 5.
    write out-line from break-prompt after advancing 1 line.
    accept userAns.
    if userAns is not equal to spaces
        if supervisor
            move userAns to lock-name
            perform ask-break-kind
        else
            move 'break run lock' to sgn-detail
            perform refuse-option
        end-if
    end-if.

ask-break-kind.
    *> a lock left by a run that died waits for a second
    *> supervisor like any other change; a break-glass does it now,
    *> for a reason, and answers for it on the morning report
    display 'Break ' lock-name ': (r)equest approval, (e)mergency'
        ' break-glass, or blank to leave it: '.
    accept userAns.
    evaluate userAns
        when 'r'
            perform request-lock-break
        when 'e'
            perform break-glass-lock
        when spaces
            continue
        when other
            write out-line from menu-tryagain after advancing 1 line
            perform ask-break-kind
    end-evaluate.

request-lock-break.
    move spaces to approval-request.
    move oper-id to ar-requester.
    move 'BREAK' to ar-type.
    string 'break run lock ' delimited by size
        lock-name delimited by space
        into ar-detail.
    move lock-name to ar-data.
    move 'Q' to appr-action.
    call "approvmgr" using appr-action, approval-request,
        appr-result.
    if appr-result is equal to 'D'
        perform break-one-lock
    else
        display 'lock break queued for approval as request '
            ar-number '.'
    end-if.

break-glass-lock.
    display 'Reason for the emergency break: '.
    accept userAns.
    if userAns is equal to spaces
        display 'a break-glass needs a reason - lock left as it is.'
    else
        perform break-one-lock
        move spaces to approval-request
        move oper-id to ar-requester
        move 'BRKGLASS' to ar-type
        string lock-name delimited by space
            ' - ' delimited by size
            userAns delimited by size
            into ar-detail
        move lock-name to ar-data
        move 'Q' to appr-action
        call "approvmgr" using appr-action, approval-request,
            appr-result
        display 'break-glass logged as request ' ar-number
            ' - on the morning report until it is reviewed.'
    end-if.

break-one-lock.
    move 'menu' to lock-holder.
    move 'R' to lock-action.
    call "lockmgr" using lock-name, lock-action,
        lock-holder, lock-result.
    display 'lock ' lock-name ' broken.'.
    move 'BREAK   ' to sgn-action.
    move lock-name to sgn-detail.
    perform write-signon-log.

inquire-one-lock.
    move ll-name(lock-sub) to lock-name.
    move 'menu' to lock-holder.
    *> purging and deleting from the cache that keeps the batch
    *> window short sits behind the same authority as housekeeping
    if supervisor
        move spaces to maint-call
        move 'M' to ac-mode
        call "rootmnt" using maint-call
    else
        move 'root master maint' to sgn-detail
        perform refuse-option
    *> a tuning change reaches every program in the shop - it sits
    *> behind the same authority as housekeeping
    if supervisor
        move spaces to maint-call
        move 'M' to ac-mode
        call "parmaint" using maint-call
    else
        move 'site parameters' to sgn-detail
        perform refuse-option
    end-if.

run-deptmnt-option.
    *> the department master decides who may submit work and what
    *> it is billed at - it sits behind the same authority as the
    *> site parameters
    if supervisor
        call "deptmnt"
    else
        move 'department master' to sgn-detail
        perform refuse-option
    end-if.

run-expedite-option.
    *> an expedite run puts a department's work through the whole
    *> night in the middle of the day and bills it at the premium -
    *> supervisor authority, and logged on the sign-on log
    if supervisor
        call "expedite"
        move 'EXPEDITE' to sgn-action
        move 'expedite run' to sgn-detail
        perform write-signon-log
    else
        move 'expedite run' to sgn-detail
        perform refuse-option
    end-if.

run-holdrel-option.
    *> letting a held drop through puts work into the night that
    *> the edit deliberately kept out - supervisor authority, and
    *> the release is logged on the sign-on log as well as the
    *> hold log
    if supervisor
        call "holdrel"
        move 'RELEASE ' to sgn-action
        move 'held submissions' to sgn-detail
        perform write-signon-log
    else
        move 'held submissions' to sgn-detail
        perform refuse-option
    end-if.

run-qa-option.
    *> a rerun queue cut here feeds straight back into the batch,
    *> so the qa pass sits behind the same authority as the other
    write out-line from housekeep-question after advancing 1 line.
    accept userAns.
    if userAns is equal to "yes"
        move spaces to approval-request
        move oper-id to ar-requester
        move 'HOUSEKP' to ar-type
        move 'end-of-day housekeeping' to ar-detail
        move 'Q' to appr-action
        call "approvmgr" using appr-action, approval-request,
            appr-result
        if appr-result is equal to 'D'
            perform housekeeping-work
        else
            display 'housekeeping queued for approval as request '
                ar-number '.'
        end-if
    else
        display 'housekeeping skipped.'
    end-if.

housekeeping-work.
    call "audroll".
    *> the five reports come first on the clearing list - they
    *> are only cleared once rptkeep has a dated copy of them
    call "rptkeep".
    if return-code is equal to zero
        move 1 to hk-first
    else
        move 6 to hk-first
        display 'reports could not be kept - report files left'
            ' as they are.'
    end-if.
    perform clear-housekeep-file
        varying hk-sub from hk-first by 1
        until hk-sub is greater than 8.
    display 'housekeeping done.'.

clear-housekeep-file.
    move hk-name(hk-sub) to hk-file-name.
    open input housekeep-file.
        display 'cleared ' hk-file-name
    end-if.

run-approvals-option.
    *> the second pair of eyes has to carry the same authority as
    *> the first
    if supervisor
        perform review-approvals
    else
        move 'pending approvals' to sgn-detail
        perform refuse-option
    end-if.

review-approvals.
    move spaces to approval-request.
    move 'L' to appr-action.
    call "approvmgr" using appr-action, approval-request,
        appr-result.
    if appr-result is not equal to 'Y'
        display 'no requests waiting on a decision.'
    else
        move 'n' to approvals-done-sw
        perform review-one-request until approvals-done
    end-if.

review-one-request.
    move 'N' to appr-action.
    call "approvmgr" using appr-action, approval-request,
        appr-result.
    if appr-result is not equal to 'Y'
        set approvals-done to true
    else
        display ' '
        display 'request ' ar-number ' ' ar-type ' raised by '
            ar-requester ' on ' ar-date ' at ' ar-time
        display '  ' ar-detail
        if ar-status is equal to 'G'
            perform ask-review-glass
        else
            perform ask-decide-request
        end-if
    end-if.

ask-review-glass.
    display '(a)cknowledge the break-glass, (s)kip or (q)uit: '.
    accept userAns.
    evaluate userAns
        when 'a'
            move 'V' to appr-action
            perform record-decision
        when 's'
            continue
        when 'q'
            set approvals-done to true
        when other
            write out-line from menu-tryagain after advancing 1 line
            perform ask-review-glass
    end-evaluate.

ask-decide-request.
    *> the id that raised a request may only withdraw it
    if ar-requester is equal to oper-id
        display 'raised under your id - (w)ithdraw it, (s)kip or'
            ' (q)uit: '
    else
        display '(a)pprove, (r)eject, (s)kip or (q)uit: '
    end-if.
    accept userAns.
    evaluate true
        when userAns is equal to 'a'
                and ar-requester is not equal to oper-id
            perform apply-request
        when userAns is equal to 'r'
                and ar-requester is not equal to oper-id
            move 'R' to appr-action
            perform record-decision
        when userAns is equal to 'w'
                and ar-requester is equal to oper-id
            move 'R' to appr-action
            perform record-decision
        when userAns is equal to 's'
            continue
        when userAns is equal to 'q'
            set approvals-done to true
        when other
            write out-line from menu-tryagain after advancing 1 line
            perform ask-decide-request
    end-evaluate.

apply-request.
    *> the approval goes on record first, so nothing is changed
    *> for a request that is no longer waiting
    move 'A' to appr-action.
    perform record-decision.
    if appr-result is equal to 'Y'
        perform apply-approved-request
    end-if.

apply-approved-request.
    *> the change is made against the data as it stands now, not
    *> as it stood when it was asked for; one that cannot be made
    *> has its approval undone so the request waits again
    move spaces to maint-call.
    move 'A' to ac-mode.
    move ar-number to ac-number.
    move oper-id to ac-approver.
    move ar-requester to ac-requester.
    move ar-data to ac-data.
    move zero to return-code.
    evaluate ar-type
        when 'PARAM'
            call "parmaint" using maint-call
        when 'PURGE'
        when 'RTDELETE'
            call "rootmnt" using maint-call
        when 'BREAK'
            move ar-data to lock-name
            perform break-one-lock
        when 'HOUSEKP'
            *> reports left uncleared are said on the screen - the
            *> rest of the housekeeping is done all the same
            perform housekeeping-work
            move zero to return-code
    end-evaluate.
    if return-code is not less than 8
        move 'U' to appr-action
        perform record-decision
    end-if.

record-decision.
    move oper-id to ar-decider.
    call "approvmgr" using appr-action, approval-request,
        appr-result.
    evaluate appr-result
        when 'Y'
            evaluate appr-action
                when 'A'
                    display 'request ' ar-number ' approved.'
                when 'R'
                    display 'request ' ar-number ' rejected.'
                when 'V'
                    display 'request ' ar-number ' reviewed.'
                when 'U'
                    display 'request ' ar-number ' could not be'
                        ' applied - approval undone, left waiting.'
            end-evaluate
        when 'S'
            display 'a request cannot be decided by the id that'
                ' raised it.'
        when other
            display 'request ' ar-number ' is no longer waiting -'
                ' decided or expired meanwhile.'
    end-evaluate.

show-run-status.
    *> the file is appended start-and-finish by every program, so
    *> the last record seen for each one is its current state: a
    move 'sqrtbabyex - no run on record' to last-sqrt-run.
    move 'a4         - no run on record' to last-mult-run.
    move 'peasdiv    - no run on record' to last-div-run.
    move 'peaspow    - no run on record' to last-pow-run.
    move 'sqrtqa     - no run on record' to last-qa-run.
    move 'n' to run-ctl-eof-sw.
    open input run-control.
    write out-line from status-detail after advancing 1 line.
    move last-div-run to sd-record.
    write out-line from status-detail after advancing 1 line.
    move last-pow-run to sd-record.
    write out-line from status-detail after advancing 1 line.
    move last-qa-run to sd-record.
    write out-line from status-detail after advancing 1 line.

            if rcin-program is equal to 'peasdiv   '
                move run-control-record to last-div-run
            else
                if rcin-program is equal to 'peaspow   '
                    move run-control-record to last-pow-run
                else
                    if rcin-program is equal to 'sqrtqa    '
                        move run-control-record to last-qa-run
                    end-if
                end-if
            end-if
        end-if
