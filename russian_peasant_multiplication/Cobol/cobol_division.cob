*> File: cobol_division.cob
*> Russian peasant integer division - the reverse of a4's product.
*> How to Compile: cobc -x -free -Wall cobol_division.cob (link
*> ../../menu_driver/lockmgr.cob, ../../menu_driver/quotamgr.cob and
*> ../../babylonian_square_roots_cobol/audchk.cob)
*> How to use: enter a dividend and a divisor at the full 20-digit
*> width a4 already handles and the program returns the quotient and
*> remainder by the matching doubling/halving method: the divisor is
*>   straight into the billing. an unknown code is blanked to
*>   unattributed, marked BAD DEPT CODE on the report line, and
*>   counted at finish. a site with no master skips the check.
*> - every audit record now carries a running check value in
*>   columns 131-136, folded by audchk from the record's own text and
*>   the check value of the record before it, and carried across
*>   runs on DIV-SEQ.DAT beside the sequence number - audver walks
*>   the trail and catches a line edited, deleted or lost.
*> - a batch pair is now held against its department's monthly
*>   quotient quota through quotamgr, the way editpass holds the
*>   roots and products - DIV-INPUT.DAT never passes the pre-edit.
*>   a pair that would take the department over is not calculated,
*>   reported or audited: it goes to the department's QUOTA-D held
*>   file, noted on HOLD-REG.DAT, and is counted at finish. pairs a
*>   supervisor releases through holdrel come back on DIV-QREL.DAT
*>   and are calculated, quota or not, at the end of the next batch,
*>   after the input's own controls have been checked.

identification division.
program-id. peasdiv.
     select signon-id assign to "SIGNON-ID.DAT"
         organization is line sequential
         file status is signon-id-status.
     select div-qrel assign to "DIV-QREL.DAT"
         organization is line sequential
         file status is div-qrel-status.
     select dept-master assign to "DEPT-MASTER.DAT"
         organization is line sequential
         file status is dept-status.
         02 ctl-seq  picture 9(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
fd div-qrel.
     01 div-qrel-line picture x(80).
fd dept-master.
     01 dept-master-record.
         02 dm-code picture x(3).
    88 dept-ok value 'y'.
77 dept-check picture x(3).
77 bad-dept-count picture 9(6) value zero.
77 div-qrel-status picture x(2).
77 qrel-eof-sw picture x(1) value 'n'.
    88 qrel-eof value 'y'.
77 qrel-phase-sw picture x(1) value 'n'.
    88 qrel-phase value 'y'.
77 quota-set-sw picture x(1) value 'n'.
    88 quota-set value 'y'.
77 quota-action picture x(1).
77 quota-type picture x(1) value 'D'.
77 quota-dept picture x(3).
77 quota-line picture x(80).
77 quota-result picture x(1).
77 quota-held-count picture 9(6) value zero.
77 quota-reject-count picture 9(6) value zero.
01 dept-code-table.
    02 dct-code picture x(3) occurs 50 times.
77 div-in-status picture x(2).
77 audit-status picture x(2).
77 audit-ctl-status picture x(2).
77 audit-seq picture 9(6) value zero.
77 audit-check picture 9(6) value zero.
77 chk-text picture x(150).
77 chk-length picture 9(3) value 129.
77 audit-eof-sw picture x(1) value 'n'.
    88 audit-eof value 'y'.
01 audit-scan-work.
    02 asw-seq picture zzzzz9.
    02 filler  picture x(124).
    02 asw-check picture x(6).
    02 filler  picture x(14).
01 audit-detail.
    02 aud-seq  picture zzzzz9.
    02 filler   picture x(2) value spaces.
    02 aud-flag picture x(1).
    02 filler   picture x(2) value spaces.
    02 aud-dept picture x(3).
    02 filler   picture x(1) value spaces.
    02 aud-check picture 9(6).
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
    move 'n' to dept-eof-sw.
    move zero to dept-count.
    move zero to bad-dept-count.
    move 'n' to qrel-phase-sw.
    move 'n' to quota-set-sw.
    move zero to quota-held-count.
    move zero to quota-reject-count.

    *> who is running this session - the log is the only place the
    *> answer survives, so it is captured once up front
    *> only a site with no control record yet falls back to
    *> taking it off the log itself
    move zero to audit-seq.
    move zero to audit-check.
    open input audit-ctl.
    if audit-ctl-status = "00"
        read audit-ctl
        if audit-ctl-status = "00"
            move ctl-seq to audit-seq
            *> a control record cut before the check value was
            *> carried has blanks there - the chain starts from zero
            if ctl-check is numeric
                move ctl-check to audit-check
            end-if
        end-if
        close audit-ctl
    end-if.
    move audit-seq to ctl-seq.
    accept run-date from date yyyymmdd.
    move run-date to ctl-date.
    move audit-check to ctl-check.
    write audit-ctl-record.
    close audit-ctl.

        not at end
            move audit-line to audit-scan-work
            move asw-seq to audit-seq
            if asw-check is numeric
                move asw-check to audit-check
            else
                move zero to audit-check
            end-if
    end-read.

write-audit.
        move space to aud-flag
    end-if.
    move cur-dept to aud-dept.
    *> the check value folds this line's text into the last one's,
    *> so it is worked out only once every other column is filled
    move audit-detail to chk-text.
    call "audchk" using chk-text, chk-length, audit-check.
    move audit-check to aud-check.
    write audit-line from audit-detail.
    perform write-audit-ctl.

batch-div-run.
    open output div-report.
    perform load-quota-usage.

    perform read-div-record.
    perform batch-div-calc until div-in-eof.

    perform verify-control-totals.

    perform run-quota-releases.
    perform park-quota-holds.
    close div-input.
    close div-report.

batch-div-calc.
    move din-dept to dept-check.
    perform check-dept-code.
    if dept-ok and quota-set and not qrel-phase
        perform check-quota
    else
        move 'Y' to quota-result
    end-if.
    if quota-result is equal to 'Y'
        perform calc-div-pair
    else
        perform hold-over-quota
    end-if.

    perform read-div-record.

calc-div-pair.
    move din-dividend to dividend.
    move din-divisor to divisor.
    move din-dept to cur-dept.
    if not dept-ok
        add 1 to bad-dept-count
        move spaces to cur-dept
    add 1 to div-written-cnt.
    perform write-audit.

load-quota-usage.
    *> the month's quotients per department are counted off the
    *> trail once, before the first pair is calculated
    move 'L' to quota-action.
    move spaces to quota-dept.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.
    if quota-result is equal to 'Y'
        set quota-set to true
    else
        move 'n' to quota-set-sw
    end-if.

check-quota.
    move 'C' to quota-action.
    move din-dept to quota-dept.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.

hold-over-quota.
    *> held pairs are neither reported nor audited, so calcqa's
    *> report-against-trail reconciliation still balances
    move 'H' to quota-action.
    move din-dept to quota-dept.
    move div-input-record to quota-line.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.
    if quota-result is equal to 'Y'
        add 1 to quota-held-count
    else
        *> past the hold's capacity the pair is calculated after
        *> all rather than lost
        add 1 to quota-reject-count
        perform calc-div-pair
    end-if.

park-quota-holds.
    if quota-set
        move 'F' to quota-action
        call "quotamgr" using quota-action, quota-type, quota-dept,
            quota-line, quota-result
    end-if.

run-quota-releases.
    *> released pairs run after the input's controls are checked,
    *> so they cannot throw out the department's own counts; the
    *> queue is cleared once consumed
    open input div-qrel.
    if div-qrel-status = "00"
        set qrel-phase to true
        move 'n' to qrel-eof-sw
        perform read-qrel-record
        perform run-one-release until qrel-eof
        close div-qrel
        open output div-qrel
        close div-qrel
        move 'n' to qrel-phase-sw
    end-if.

read-qrel-record.
    read div-qrel
        at end set qrel-eof to true
        not at end
            add 1 to div-read-cnt
    end-read.

run-one-release.
    move div-qrel-line to div-input-record.
    move din-dept to dept-check.
    perform check-dept-code.
    perform calc-div-pair.
    perform read-qrel-record.

verify-control-totals.
    *> a short file has to be caught here, not discovered weeks
        display bad-dept-count ' record(s) carried a submitter'
            ' code the master does not know.'
    end-if.
    if quota-held-count is greater than zero
        display quota-held-count ' pair(s) held over their'
            ' department''s monthly quota.'
    end-if.
    if quota-reject-count is greater than zero
        display quota-reject-count ' pair(s) over quota calculated'
            ' - the quota hold was full.'
    end-if.
    if control-fail
        *> the run is not allowed to pass for clean - the morning
        *> check and the job stream both read this status
