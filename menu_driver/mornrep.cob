*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: mornrep.cob
*> One-page morning exception report over the night's leavings.
*> How to Compile: cobc -x -free -Wall mornrep.cob quotamgr.cob
*> How to use: card it MORNING as the last step of the stream, or
*> run it from the menu before the first coffee. Everything the
*> morning check used to mean opening six files for is read here
*>   status 06 and the live-checkpoint exception never showed),
*>   and the counting view is wide enough for a CALC-QA.DAT
*>   mismatch line, which was splitting and counting double.
*> - drops editpass is holding as repeats on HOLD-REG.DAT and no
*>   supervisor has released or dropped yet are an exception -
*>   that work is sitting out of the night until somebody decides.
*> - every department at 90 per cent or more of a monthly quota,
*>   or at or over it, is listed with its month's usage for each
*>   calculator (through quotamgr, off the same trails editpass
*>   counts from) - near is warning enough to ring the department
*>   before its work starts being held.
*> - the breaks the BALANCE step marked on BALANCE-REPORT.DAT are
*>   an exception - a record lost between two programs overnight
*>   is chased the same morning.
*> - a job step that ended on a warning return code is listed with
*>   the stream failures - the night carried on past it, but it
*>   still wants looking at.
*> - every emergency lock break (break-glass) on APPROVAL-QUEUE.DAT
*>   no second supervisor has reviewed yet is listed on its own
*>   line, morning after morning until it is, and the requests
*>   still waiting on a second supervisor's approval are counted.
*> - the hold register view runs the full 81 columns holdrel
*>   writes; a released line with a full operator id was read short
*>   and its last character counted as a hold of its own.

identification division.
program-id. mornrep.
     select retry-file assign to "SQRT-RETRY.DAT"
         organization is line sequential
         file status is retry-status.
     select hold-reg assign to "HOLD-REG.DAT"
         organization is line sequential
         file status is hold-reg-status.
     select approval-queue assign to "APPROVAL-QUEUE.DAT"
         organization is line sequential
         file status is approval-status.
     select morning-report assign to "MORNING-REPORT.DAT"
         organization is line sequential
         file status is morning-status.
     01 retry-view.
         02 rv-first picture x(1).
         02 filler   picture x(29).
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
fd approval-queue.
     01 approval-queue-record.
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
fd morning-report.
     01 morning-line picture x(110).
working-storage section.
77 stream-restart-status picture x(2).
77 retry-status picture x(2).
77 morning-status picture x(2).
77 hold-reg-status picture x(2).
77 hold-reg-eof-sw picture x(1).
    88 hold-reg-eof value 'y'.
77 held-waiting picture 9(6) value zero.
77 approval-status picture x(2).
77 approval-eof-sw picture x(1).
    88 approval-eof value 'y'.
77 approvals-waiting picture 9(6) value zero.
77 quota-action picture x(1).
77 quota-type picture x(1).
77 quota-dept picture x(3).
77 quota-line picture x(80).
77 quota-result picture x(1).
77 quota-type-sub picture 9(1).
01 quota-type-names.
    02 filler picture x(3) value 'SMD'.
01 quota-type-table redefines quota-type-names.
    02 qtt-type picture x(1) occurs 3 times.
77 count-file-name picture x(20).
77 stream-eof-sw picture x(1).
    88 stream-eof value 'y'.
77 exception-count picture 9(4) value zero.
77 checkpoint-age picture s9(7).
77 failed-tally picture 9(2).
77 break-tally picture 9(2).
77 file-count picture 9(6) value zero.
77 retry-depth picture 9(6) value zero.
77 pgm-count picture 9(2) value zero.
    02 nf-program picture x(10).
    02 filler picture x(1) value space.
    02 nf-text picture x(40).
01 quota-detail.
    02 filler picture x(2) value spaces.
    02 filler picture x(7) value 'quota: '.
    02 qd-text picture x(80).
01 glass-detail.
    02 filler picture x(2) value spaces.
    02 filler picture x(13) value 'break-glass #'.
    02 gd-number picture 9(6).
    02 filler picture x(4) value ' by '.
    02 gd-requester picture x(8).
    02 filler picture x(4) value ' on '.
    02 gd-date picture 9(8).
    02 filler picture x(2) value ': '.
    02 gd-detail picture x(40).
    02 filler picture x(15) value ' - not reviewed'.
01 step-copy-line.
    02 filler picture x(2) value spaces.
    02 scl-text picture x(100).
    perform report-qa-counts.
    perform report-checkpoints.
    perform report-retry-queue.
    perform report-held-drops.
    perform report-balance-breaks.
    perform report-approvals.
    perform report-quota-usage
        varying quota-type-sub from 1 by 1
        until quota-type-sub is greater than 3.

    if exception-count is equal to zero
        write morning-line from all-clear-line
        for all 'FAILED'.
    inspect stream-log-line tallying failed-tally
        for all 'STOPPED'.
    inspect stream-log-line tallying failed-tally
        for all 'WARNING'.
    if failed-tally is greater than zero
        add 1 to exception-count
        move stream-log-line to scl-text
            end-if
    end-read.

report-held-drops.
    *> a held drop is a whole department's night waiting on a
    *> supervisor's decision - holdrel from the menu clears it
    move zero to held-waiting.
    move 'n' to hold-reg-eof-sw.
    open input hold-reg.
    if hold-reg-status = "00"
        perform count-held-drop until hold-reg-eof
        close hold-reg
    end-if.
    if held-waiting is greater than zero
        add 1 to exception-count
        move 'held drops waiting for release:' to ed-text
        move held-waiting to ed-count
        perform write-exception
    end-if.

count-held-drop.
    read hold-reg
        at end set hold-reg-eof to true
        not at end
            if hr-status is equal to 'H'
                add 1 to held-waiting
            end-if
    end-read.

report-balance-breaks.
    move 'BALANCE-REPORT.DAT' to count-file-name.
    move zero to file-count.
    move 'n' to count-eof-sw.
    open input count-in.
    if count-in-status = "00"
        perform count-break-line until count-eof
        close count-in
    end-if.
    if file-count is greater than zero
        add 1 to exception-count
        move 'balancing breaks on BALANCE-REPORT:' to ed-text
        move file-count to ed-count
        perform write-exception
    end-if.

count-break-line.
    read count-in
        at end set count-eof to true
        not at end
            move zero to break-tally
            inspect count-in-line tallying break-tally
                for all '*** BREAK'
            if break-tally is greater than zero
                add 1 to file-count
            end-if
    end-read.

report-approvals.
    *> a break-glass is a lock taken away on one supervisor's say -
    *> it stays on this page until a second one has looked at it
    move zero to approvals-waiting.
    move 'n' to approval-eof-sw.
    open input approval-queue.
    if approval-status = "00"
        perform check-approval-record until approval-eof
        close approval-queue
    end-if.
    if approvals-waiting is greater than zero
        add 1 to exception-count
        move 'requests waiting on a second approval:'
            to ed-text
        move approvals-waiting to ed-count
        perform write-exception
    end-if.

check-approval-record.
    read approval-queue
        at end set approval-eof to true
        not at end
            if aq-status is equal to 'P'
                add 1 to approvals-waiting
            end-if
            if aq-status is equal to 'G'
                add 1 to exception-count
                move aq-number to gd-number
                move aq-requester to gd-requester
                move aq-date to gd-date
                move aq-detail to gd-detail
                write morning-line from glass-detail
                write out-line from glass-detail
                    after advancing 1 line
            end-if
    end-read.

report-quota-usage.
    *> a department near its quota is rung before its work starts
    *> being held; one at or over it already has work held, or
    *> will have from tonight's drop
    move 'L' to quota-action.
    move qtt-type(quota-type-sub) to quota-type.
    move spaces to quota-dept.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.
    if quota-result is equal to 'Y'
        move 'N' to quota-action
        move spaces to quota-result
        perform report-one-quota until quota-result is equal to 'E'
    end-if.

report-one-quota.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.
    if quota-result is not equal to 'E'
        add 1 to exception-count
        move quota-line to qd-text
        write morning-line from quota-detail
        write out-line from quota-detail after advancing 1 line
    end-if.

write-exception.
    write morning-line from exception-detail.
    write out-line from exception-detail after advancing 1 line.
