*> run-control record is cut like the other programs'.
*>
*> modifications:
*> - every repair and drop is logged on REJFIX-LOG.DAT (date, time,
*>   operator from the sign-on, what was done, the reject's source,
*>   reason code and edit date, the line as rejected and the line
*>   as repaired), so a figure that came through a repair can be
*>   traced back to the reject it started as once the resubmission
*>   queue has been consumed.
*> - a repaired powers reject (source POW) is queued on
*>   POW-RESUB.DAT for peaspow's next pre-edit pass.

identification division.
program-id. rejfix.
     select mult-resub assign to "MULT-RESUB.DAT"
         organization is line sequential
         file status is mresub-status.
     select pow-resub assign to "POW-RESUB.DAT"
         organization is line sequential
         file status is presub-status.
     select chase-report assign to "CHASE-REPORT.DAT"
         organization is line sequential
         file status is chase-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
     select fix-log assign to "REJFIX-LOG.DAT"
         organization is line sequential
         file status is fix-log-status.
     select signon-id assign to "SIGNON-ID.DAT"
         organization is line sequential
         file status is signon-id-status.
data division.
file section.
fd standard-output.
     01 tresub-line picture x(80).
fd mult-resub.
     01 mresub-line picture x(80).
fd pow-resub.
     01 presub-line picture x(80).
fd chase-report.
     01 chase-line picture x(120).
fd run-control.
     01 run-control-line picture x(44).
fd fix-log.
     01 fix-log-line picture x(180).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
working-storage section.
77 fix-log-status picture x(2).
77 signon-id-status picture x(2).
77 run-oper picture x(8) value spaces.
77 reject-status picture x(2).
77 tresub-status picture x(2).
77 mresub-status picture x(2).
77 presub-status picture x(2).
77 chase-status picture x(2).
77 run-ctl-status picture x(2).
77 reject-eof-sw picture x(1) value 'n'.
    02 rjw-data picture x(62).
    02 filler picture x(2).
    02 rjw-date picture x(8).
01 fix-log-detail.
    02 fl-date   picture 9(8).
    02 filler    picture x(1) value space.
    02 fl-time   picture 9(6).
    02 filler    picture x(1) value space.
    02 fl-oper   picture x(8).
    02 filler    picture x(1) value space.
    02 fl-action picture x(8).
    02 filler    picture x(1) value space.
    02 fl-source picture x(5).
    02 filler    picture x(1) value space.
    02 fl-code   picture x(2).
    02 filler    picture x(1) value space.
    02 fl-edit-date picture x(8).
    02 filler    picture x(1) value space.
    02 fl-original picture x(62).
    02 filler    picture x(1) value space.
    02 fl-repaired picture x(62).
01 run-control-detail.
    02 rc-program picture x(10).
    02 filler     picture x(1) value space.

    move 'S' to rc-status.
    perform write-run-control.
    perform get-run-oper.

    perform load-reject-queue.
    if reject-count is equal to zero
        if userAns is equal to "d"
            move 'n' to rjt-keep-sw(reject-sub)
            add 1 to dropped-count
            move 'DROPPED ' to fl-action
            move spaces to fl-repaired
            perform write-fix-log
        else
            if userAns is equal to "k"
                add 1 to kept-count
        write out-line from user-tryagain after advancing 1 line
        perform repair-this-reject
    else
        evaluate rjw-source
            when 'MULT '
                perform queue-mult-resub
            when 'POW  '
                perform queue-pow-resub
            when other
                perform queue-trans-resub
        end-evaluate
        move 'n' to rjt-keep-sw(reject-sub)
        add 1 to repaired-count
        move 'REPAIRED' to fl-action
        move userAns to fl-repaired
        perform write-fix-log
    end-if.

write-fix-log.
    *> the resubmission queue is consumed by the next pre-edit
    *> pass - this log is what is left to say a record was
    *> repaired, or a reject given up on
    open extend fix-log.
    if fix-log-status is not equal to "00"
        open output fix-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to fl-date.
    move run-time to fl-time.
    move run-oper to fl-oper.
    move rjw-source to fl-source.
    move rjw-code to fl-code.
    move rjw-date to fl-edit-date.
    move rjw-data to fl-original.
    write fix-log-line from fix-log-detail.
    close fix-log.

get-run-oper.
    *> the log answers for who repaired what, so the verified
    *> sign-on id is taken the way parmaint takes it
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

queue-trans-resub.
    write mresub-line.
    close mult-resub.

queue-pow-resub.
    open extend pow-resub.
    if presub-status is not equal to "00"
        open output pow-resub
    end-if.
    move userAns to presub-line.
    write presub-line.
    close pow-resub.

keep-remaining-rejects.
    add 1 to kept-count.
    add 1 to reject-sub.
