*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: approvmgr.cob
*> Dual-control approval queue for supervisor actions on shared data.
*> How to Compile: cobc -m -free -Wall approvmgr.cob
*> How to use: CALLed, never run. A supervisor action that changes
*> shared data - a site parameter change in parmaint, a purge or an
*> integrity delete in rootmnt, a run lock break or the end-of-day
*> housekeeping from the menu - is not done when it is asked for.
*> It is queued here as a request on APPROVAL-QUEUE.DAT and done
*> when a second supervisor, signed on under a different id,
*> approves it from the menu's pending approvals screen. Actions:
*>   'Q' queue the request in apprRequest (requester, type, detail
*>       and the data the action needs) - apprResult 'Y' with the
*>       request number filled in, or 'D' when the site has no
*>       operator master, so there is no second id to approve and
*>       the caller acts directly the way it always has. a type of
*>       BRKGLASS is an emergency lock break already done - it is
*>       always queued, for review rather than approval;
*>   'L' load the requests waiting on a decision - 'Y', or 'N' when
*>       there are none;
*>   'N' hand back the next loaded request - 'Y', or 'E' at the end;
*>   'A' approve, 'R' reject and 'V' review (a break-glass) the
*>       request numbered in apprRequest, decided by the id in its
*>       decider field - 'Y' done, 'N' no longer waiting (decided or
*>       expired meanwhile), 'S' refused because the decider is the
*>       one who raised it (a requester may still reject - withdraw
*>       - their own);
*>   'U' undo an approval the caller could not carry out - the
*>       request numbered in apprRequest, approved by the id in its
*>       decider field, goes back to waiting - 'Y' done, 'N' when it
*>       is not approved under that id.
*> A request not decided by the end of the day after it was raised
*> expires - every call sweeps the queue first. Requests,
*> break-glass breaks, approvals, rejections, reviews, undone
*> approvals and expiries all go on SIGNON-LOG.DAT with the request
*> number, beside the sign-ons they answer to. Decided requests
*> stay on the queue file marked A, R, E or V, so it reads back as
*> the whole history.
*>
*> modifications:
*> - an approval can be undone ('U') by the supervisor who gave it
*>   when the change could not then be made: the menu now records
*>   the approval before it applies the change, and a change that
*>   fails puts the request back to waiting, logged as REOPENED.

identification division.
program-id. approvmgr.
environment division.
input-output section.
file-control.
     select approval-queue assign to "APPROVAL-QUEUE.DAT"
         organization is line sequential
         file status is queue-status.
     select approval-work assign to "APPROVAL-QUEUE.WRK"
         organization is line sequential
         file status is work-status.
     select oper-master assign to "OPER-MASTER.DAT"
         organization is line sequential
         file status is oper-status.
     select signon-log assign to "SIGNON-LOG.DAT"
         organization is line sequential
         file status is signon-log-status.
data division.
file section.
fd approval-queue.
     01 approval-queue-line picture x(182).
fd approval-work.
     01 approval-work-line picture x(182).
fd oper-master.
     01 oper-master-record picture x(31).
fd signon-log.
     01 signon-log-line picture x(60).
working-storage section.
77 queue-status picture x(2).
77 work-status picture x(2).
77 oper-status picture x(2).
77 signon-log-status picture x(2).
77 queue-eof-sw picture x(1) value 'n'.
    88 queue-eof value 'y'.
77 work-eof-sw picture x(1) value 'n'.
    88 work-eof value 'y'.
77 decide-sw picture x(1) value 'n'.
    88 deciding value 'y'.
*> a request lives through the day it was raised and the next -
*> long enough to reach a second supervisor on the next shift
77 request-life-days picture 9(2) value 1.
77 today-int picture 9(7).
77 request-age picture s9(7).
77 age-date picture 9(8).
77 last-number picture 9(6) value zero.
77 decide-number picture 9(6).
77 decide-status picture x(1).
77 decide-result picture x(1).
77 pending-count picture 9(2) value zero.
77 pending-sub picture 9(2) value zero.
77 run-date picture 9(8).
01 approval-detail.
    02 aq-number    picture 9(6).
    02 filler       picture x(1).
    02 aq-date      picture 9(8).
    02 filler       picture x(1).
    02 aq-time      picture 9(6).
    02 filler       picture x(1).
    02 aq-requester picture x(8).
    02 filler       picture x(1).
    02 aq-type      picture x(8).
    02 filler       picture x(1).
    02 aq-status    picture x(1).
    02 filler       picture x(1).
    02 aq-decider   picture x(8).
    02 filler       picture x(1).
    02 aq-decided   picture 9(8).
    02 filler       picture x(1).
    02 aq-detail    picture x(40).
    02 filler       picture x(1).
    02 aq-data      picture x(80).
*> the requests waiting on a decision, as loaded for the screen
01 pending-table.
    02 pending-entry picture x(182) occurs 50 times.
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
01 signon-detail.
    02 sgn-date picture 9(8).
    02 filler   picture x(1) value space.
    02 sgn-time picture 9(6).
    02 filler   picture x(1) value space.
    02 sgn-id   picture x(8).
    02 filler   picture x(1) value space.
    02 sgn-action picture x(8).
    02 filler   picture x(1) value space.
    02 sgn-detail picture x(20).
linkage section.
77 apprAction picture x(1).
01 apprRequest.
    02 apprNumber    picture 9(6).
    02 filler        picture x(1).
    02 apprDate      picture 9(8).
    02 filler        picture x(1).
    02 apprTime      picture 9(6).
    02 filler        picture x(1).
    02 apprRequester picture x(8).
    02 filler        picture x(1).
    02 apprType      picture x(8).
    02 filler        picture x(1).
    02 apprStatus    picture x(1).
    02 filler        picture x(1).
    02 apprDecider   picture x(8).
    02 filler        picture x(1).
    02 apprDecided   picture 9(8).
    02 filler        picture x(1).
    02 apprDetail    picture x(40).
    02 filler        picture x(1).
    02 apprData      picture x(80).
77 apprResult picture x(1).
procedure division using apprAction, apprRequest, apprResult.

a1.
    accept run-date from date yyyymmdd.
    compute today-int = function integer-of-date(run-date).
    move 'N' to apprResult.

    *> the 'N' calls walk the table 'L' loaded - sweeping between
    *> them would only re-read what the load just swept
    if apprAction is not equal to 'N'
        move 'n' to decide-sw
        perform rewrite-queue
    end-if.

    evaluate apprAction
        when 'Q'
            perform queue-request
        when 'L'
            perform load-pending
        when 'N'
            perform next-pending
        when 'A'
            move 'A' to decide-status
            perform decide-request
        when 'R'
            move 'R' to decide-status
            perform decide-request
        when 'V'
            move 'V' to decide-status
            perform decide-request
        when 'U'
            move 'U' to decide-status
            perform decide-request
    end-evaluate.
    goback.

queue-request.
    *> with no operator master every sign-on is the same unverified
    *> id - there is no second supervisor to ask, so the caller
    *> acts directly, as it did before the queue. a break-glass is
    *> queued whatever, so the morning report always sees it
    move "00" to oper-status.
    if apprType is not equal to 'BRKGLASS'
        open input oper-master
        if oper-status = "00"
            close oper-master
        end-if
    end-if.
    if oper-status is not equal to "00"
        move 'D' to apprResult
    else
        accept time-stamp from time
        add 1 to last-number
        move spaces to approval-detail
        move last-number to aq-number
        move run-date to aq-date
        move run-time to aq-time
        move apprRequester to aq-requester
        move apprType to aq-type
        move apprDetail to aq-detail
        move apprData to aq-data
        move zero to aq-decided
        if apprType is equal to 'BRKGLASS'
            move 'G' to aq-status
        else
            move 'P' to aq-status
        end-if
        open extend approval-queue
        if queue-status is not equal to "00"
            open output approval-queue
        end-if
        write approval-queue-line from approval-detail
        close approval-queue
        move approval-detail to apprRequest
        move aq-requester to sgn-id
        if aq-status is equal to 'G'
            move 'BRKGLASS' to sgn-action
        else
            move 'REQUEST ' to sgn-action
        end-if
        perform write-signon-log
        move 'Y' to apprResult
    end-if.

load-pending.
    move zero to pending-count.
    move zero to pending-sub.
    move 'n' to queue-eof-sw.
    open input approval-queue.
    if queue-status = "00"
        perform read-queue-record
        perform load-one-pending until queue-eof
        close approval-queue
    end-if.
    if pending-count is greater than zero
        move 'Y' to apprResult
    end-if.

load-one-pending.
    if aq-status is equal to 'P' or aq-status is equal to 'G'
        if pending-count is less than 50
            add 1 to pending-count
            move approval-detail to pending-entry(pending-count)
        end-if
    end-if.
    perform read-queue-record.

next-pending.
    add 1 to pending-sub.
    if pending-sub is greater than pending-count
        move 'E' to apprResult
    else
        move pending-entry(pending-sub) to apprRequest
        move 'Y' to apprResult
    end-if.

decide-request.
    move apprNumber to decide-number.
    move 'N' to decide-result.
    set deciding to true.
    perform rewrite-queue.
    move decide-result to apprResult.

rewrite-queue.
    *> the queue is copied to a work file with expiries and any
    *> decision marked, then copied back - nothing is ever dropped
    *> from it. the highest number seen is where the next request
    *> numbers from
    move zero to last-number.
    move 'n' to queue-eof-sw.
    open input approval-queue.
    if queue-status = "00"
        open output approval-work
        perform read-queue-record
        perform age-one-request until queue-eof
        close approval-work
        close approval-queue
        perform copy-queue-back
    end-if.

read-queue-record.
    read approval-queue into approval-detail
        at end set queue-eof to true
    end-read.

age-one-request.
    if aq-number is numeric
            and aq-number is greater than last-number
        move aq-number to last-number
    end-if.
    if aq-status is equal to 'P' and aq-date is numeric
        move aq-date to age-date
        compute request-age =
            today-int - function integer-of-date(age-date)
        if request-age is greater than request-life-days
            move 'E' to aq-status
            move spaces to aq-decider
            move run-date to aq-decided
            move aq-requester to sgn-id
            move 'EXPIRED ' to sgn-action
            perform write-signon-log
        end-if
    end-if.
    if deciding and aq-number is equal to decide-number
        if decide-status is equal to 'U'
            perform reopen-one-request
        else
            perform decide-one-request
        end-if
    end-if.
    write approval-work-line from approval-detail.
    perform read-queue-record.

decide-one-request.
    *> approving or reviewing your own request is the one thing
    *> dual control exists to stop; withdrawing it is not
    if (decide-status is equal to 'R' and aq-status is equal to 'P')
            or (decide-status is equal to 'A'
                and aq-status is equal to 'P')
            or (decide-status is equal to 'V'
                and aq-status is equal to 'G')
        if decide-status is not equal to 'R'
                and aq-requester is equal to apprDecider
            move 'S' to decide-result
        else
            move decide-status to aq-status
            move apprDecider to aq-decider
            move run-date to aq-decided
            move apprDecider to sgn-id
            evaluate decide-status
                when 'A'
                    move 'APPROVED' to sgn-action
                when 'R'
                    move 'REJECTED' to sgn-action
                when 'V'
                    move 'REVIEWED' to sgn-action
            end-evaluate
            perform write-signon-log
            move approval-detail to apprRequest
            move 'Y' to decide-result
        end-if
    end-if.

reopen-one-request.
    *> only the approval just given is taken back, and only by the
    *> supervisor who gave it
    if aq-status is equal to 'A' and aq-decider is equal to apprDecider
        move 'P' to aq-status
        move spaces to aq-decider
        move zero to aq-decided
        move apprDecider to sgn-id
        move 'REOPENED' to sgn-action
        perform write-signon-log
        move approval-detail to apprRequest
        move 'Y' to decide-result
    end-if.

copy-queue-back.
    move 'n' to work-eof-sw.
    open input approval-work.
    open output approval-queue.
    perform read-work-line.
    perform copy-work-line until work-eof.
    close approval-queue.
    close approval-work.
    *> the work file is left empty rather than holding a second
    *> copy of the queue
    open output approval-work.
    close approval-work.

read-work-line.
    read approval-work
        at end set work-eof to true
    end-read.

copy-work-line.
    write approval-queue-line from approval-work-line.
    perform read-work-line.

write-signon-log.
    *> the request type and number say which request the line is
    *> about - the queue file has the rest
    move spaces to sgn-detail.
    string aq-type delimited by space
        ' #' delimited by size
        aq-number delimited by size
        into sgn-detail.
    open extend signon-log.
    if signon-log-status is not equal to "00"
        open output signon-log
    end-if.
    accept time-stamp from time.
    move run-date to sgn-date.
    move run-time to sgn-time.
    write signon-log-line from signon-detail.
    close signon-log.
