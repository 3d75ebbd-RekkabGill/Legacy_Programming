*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: rootmnt.cob
*> Maintenance for the ROOT-MASTER.DAT cache.
*> How to Compile: cobc -x -free -Wall rootmnt.cob (link lockmgr.cob
*>   and approvmgr.cob)
*> How to use: run from the menu (supervisor-only there). The cache
*> is what keeps the batch window short, the lookup table tops out
*> at 5000 entries, and the file only ever grows - so this program
*> - the overflow handling above: the table limit used to drop
*>   records past 5000 silently at load, and the rewrite would
*>   then have deleted them for good.
*> - the site parameter record view runs to the record's full
*>   width now that it carries the report retention field past the
*>   page length - a shorter view would read the record short and
*>   fall back to the compiled-in figures.
*> - a purge or an integrity check no longer deletes anything on
*>   one supervisor's say: the entries it would take are counted
*>   and shown, and the purge (with its day count) or the delete
*>   is queued through approvmgr as a request a second supervisor
*>   approves from the menu's pending approvals screen. the menu
*>   calls this program with a mode now - 'M' for the maintenance
*>   session, 'A' to apply an approved request, which judges the
*>   master again as it stands at approval and deletes what fails
*>   then. a site with no operator master deletes directly, as
*>   before.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. rootmnt.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
     select signon-id assign to "SIGNON-ID.DAT"
         organization is line sequential
         file status is signon-id-status.
data division.
file section.
fd standard-output.
     01 ovf-record picture x(60).
fd run-control.
     01 run-control-line picture x(44).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
fd site-params.
     01 site-params-record.
         02 sp-tolerance picture 9v9(9).
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
working-storage section.
77 master-status picture x(2).
77 params-status picture x(2).
77 ovf-status picture x(2).
77 run-ctl-status picture x(2).
77 signon-id-status picture x(2).
77 run-oper picture x(8) value spaces.
77 appr-action picture x(1).
77 appr-result picture x(1).
77 count-edit picture zzz9.
77 days-edit picture zz9.
77 master-eof-sw picture x(1) value 'n'.
    88 master-eof value 'y'.
77 ovf-eof-sw picture x(1) value 'n'.
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
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
*> what a root master request carries: P to purge (with the day
*> count) or V to delete what fails the integrity check
01 root-request-data.
    02 rrd-action picture x(1).
    02 rrd-days   picture 9(3).
    02 filler     picture x(76).
01 root-master-table.
    02 rmt-entry occurs 5000 times.
        03 rmt-in-z picture s9(10)v9(6) sign leading separate.
    02 filler picture x(17) value 'entries checked: '.
    02 vs-checked picture zzz9.
    02 filler picture x(4) value spaces.
    02 filler picture x(18) value 'failed the check: '.
    02 vs-deleted picture zzz9.
linkage section.
01 rootCall.
    02 rootMode      picture x(1).
    02 rootNumber    picture 9(6).
    02 rootApprover  picture x(8).
    02 rootRequester picture x(8).
    02 rootData      picture x(80).
procedure division using rootCall.
    move 'n' to master-eof-sw.
    move 'n' to done-sw.
    move 'n' to changed-sw.
    move 5000 to fl-limit.
    write out-line from fill-line after advancing 1 line.

    perform get-run-oper.
    if rootMode is equal to 'A'
        perform apply-approved-request
    else
        perform maint-round until maint-done
    end-if.

    if master-changed
        perform rewrite-root-master
    write run-control-line from run-control-detail.
    close run-control.

get-run-oper.
    *> a request names who raised it, taken the way the other
    *> maintenance programs take the operator
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

apply-approved-request.
    *> the master is judged again as it stands now - an entry used
    *> since the request was raised is no longer stale
    move rootData to root-request-data.
    if rrd-action is equal to 'P'
        move rrd-days to purge-days
        perform purge-stale-entries
    else
        if rrd-action is equal to 'V'
            perform verify-entries
        end-if
    end-if.
    write out-line from spaces.
    display 'request ' rootNumber ' raised by ' rootRequester
        ' approved by ' rootApprover ' - applied.'.

queue-root-request.
    *> nothing leaves the master on one supervisor's say - the
    *> entries are put back and the work is queued for a second
    move run-oper to ar-requester.
    move root-request-data to ar-data.
    move 'Q' to appr-action.
    call "approvmgr" using appr-action, approval-request,
        appr-result.
    if appr-result is equal to 'D'
        set master-changed to true
    else
        perform unmark-one-entry
            varying rmt-sub from 1 by 1
            until rmt-sub is greater than rmt-count
        write out-line from spaces
        display 'nothing deleted yet - queued for approval as'
            ' request ' ar-number '. a second supervisor approves'
            ' it from the menu.'
    end-if.

unmark-one-entry.
    move 'y' to rmt-keep-sw(rmt-sub).

release-run-lock.
    move 'SQRT' to lock-name.
    move 'rootmnt' to lock-holder.

purge-entries.
    perform get-purge-days.
    perform purge-stale-entries.
    if purged-count is greater than zero
        move purged-count to count-edit
        move purge-days to days-edit
        move spaces to root-request-data
        move 'P' to rrd-action
        move purge-days to rrd-days
        move spaces to approval-request
        move 'PURGE' to ar-type
        string 'purge unused over ' delimited by size
            days-edit delimited by size
            ' days - ' delimited by size
            count-edit delimited by size
            ' now' delimited by size
            into ar-detail
        perform queue-root-request
    end-if.

purge-stale-entries.
    accept run-date from date yyyymmdd.
    compute today-int = function integer-of-date(run-date).
    move zero to purged-count.
        until rmt-sub is greater than rmt-count.
    move purged-count to ps-count.
    write out-line from purge-summary after advancing 1 line.
    if purged-count is greater than zero and rootMode is equal to 'A'
        set master-changed to true
    end-if.

    move deleted-count to vs-deleted.
    write out-line from verify-summary after advancing 1 line.
    if deleted-count is greater than zero
        if rootMode is equal to 'A'
            set master-changed to true
        else
            move deleted-count to count-edit
            move spaces to root-request-data
            move 'V' to rrd-action
            move spaces to approval-request
            move 'RTDELETE' to ar-type
            string 'delete roots failing check - ' delimited by size
                count-edit delimited by size
                ' now' delimited by size
                into ar-detail
            perform queue-root-request
        end-if
    end-if.

verify-one-entry.
        if diff is greater than tolerance
            move 'n' to rmt-keep-sw(rmt-sub)
            add 1 to deleted-count
            display 'failed: ' rmt-in-z(rmt-sub) ' degree '
                rmt-degree(rmt-sub) ' stored root disagrees.'
        end-if
    end-if.
