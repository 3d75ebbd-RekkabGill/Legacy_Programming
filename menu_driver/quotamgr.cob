*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: quotamgr.cob
*> Monthly per-department volume quotas for the three calculators.
*> How to Compile: cobc -m -free -Wall quotamgr.cob
*> How to use: CALLed, never run. deptmnt keeps a monthly record
*> quota per department and calculator on DEPT-QUOTA.DAT (zero or
*> no line means no limit); this module holds them against the
*> month's usage so one department's surge cannot push the batch
*> past its window or the root master past its table. The usage is
*> the department's records on the calculator's audit trail stamped
*> this month - the live log and every generation catalogued this
*> month - plus what has been accepted so far this pass. Actions,
*> with qmType 'S' roots, 'M' products or 'D' quotients:
*>   'L' load the quotas and this month's usage for the calculator
*>       and start an empty hold; qmResult 'Y' when any department
*>       has a quota set for it, 'N' when there is nothing to hold
*>   'C' count one record for qmDept: 'Y' when it is inside the
*>       quota (and is counted), 'N' when it would go over
*>   'H' hold qmLine for qmDept; 'N' back when the hold is full
*>   'F' finish: each department's held lines are parked on
*>       QUOTA-t-ddd-yyyymmdd.DAT and noted on the HOLD-REG.DAT hold
*>       register for a supervisor to release through holdrel, and
*>       a notice for the department goes on QUOTA-NOTICE.DAT; a
*>       second pass the same night adds to the same held file and
*>       hold line. qmResult 'Y' when anything was held
*>   'N' next department near (90 per cent or more) or over its
*>       quota after an 'L' - qmDept and a line of text in qmLine,
*>       qmResult 'O' over, 'W' near, 'E' when there are no more
*>
*> modifications:
*> - the hold register table holds the full 81-character hold line;
*>   an 80-character slot cut the last character off the releasing
*>   operator's id on every line rewritten.
*> - the hold line to add to is found, and updated, by streaming the
*>   register through HOLD-REG.WRK rather than from a 500-line
*>   buffer; past the buffer the line was never found, so a second
*>   pass emptied the held file and noted a second hold for it.
*>   the held file is now always added to unless the register
*>   shows its hold already released or dropped.

identification division.
program-id. quotamgr.
environment division.
input-output section.
file-control.
     select dept-quota assign to "DEPT-QUOTA.DAT"
         organization is line sequential
         file status is quota-status.
     select audit-cat assign to "AUDIT-CAT.DAT"
         organization is line sequential
         file status is audit-cat-status.
     select trail-in assign to trail-file-name
         organization is line sequential
         file status is trail-in-status.
     select hold-reg assign to "HOLD-REG.DAT"
         organization is line sequential
         file status is hold-reg-status.
     select hold-work assign to "HOLD-REG.WRK"
         organization is line sequential
         file status is hold-work-status.
     select held-file assign to held-file-name
         organization is line sequential
         file status is held-status.
     select quota-notice assign to "QUOTA-NOTICE.DAT"
         organization is line sequential
         file status is notice-status.
data division.
file section.
fd dept-quota.
     01 dept-quota-record.
         02 qf-code  picture x(3).
         02 filler   picture x(1).
         02 qf-roots picture 9(6).
         02 filler   picture x(1).
         02 qf-mults picture 9(6).
         02 filler   picture x(1).
         02 qf-divs  picture 9(6).
fd audit-cat.
     01 audit-cat-record.
         02 cat-log  picture x(16).
         02 cat-date picture 9(8).
         02 filler   picture x(1).
         02 cat-count picture 9(6).
         02 filler   picture x(1).
         02 cat-first-seq picture 9(6).
         02 filler   picture x(1).
         02 cat-last-seq picture 9(6).
fd trail-in.
     01 trail-record picture x(150).
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
fd quota-notice.
     01 notice-line picture x(100).
working-storage section.
77 quota-status picture x(2).
77 audit-cat-status picture x(2).
77 trail-in-status picture x(2).
77 hold-reg-status picture x(2).
77 hold-work-status picture x(2).
77 held-status picture x(2).
77 notice-status picture x(2).
77 quota-eof-sw picture x(1) value 'n'.
    88 quota-eof value 'y'.
77 audit-cat-eof-sw picture x(1) value 'n'.
    88 audit-cat-eof value 'y'.
77 trail-eof-sw picture x(1) value 'n'.
    88 trail-eof value 'y'.
77 hold-reg-eof-sw picture x(1) value 'n'.
    88 hold-reg-eof value 'y'.
77 hold-work-eof-sw picture x(1) value 'n'.
    88 hold-work-eof value 'y'.
77 quota-found-sw picture x(1).
    88 quota-found value 'y'.
77 line-found-sw picture x(1).
    88 line-found value 'y'.
77 line-decided-sw picture x(1).
    88 line-decided value 'y'.
77 line-added-sw picture x(1).
    88 line-added value 'y'.
77 trail-file-name picture x(24).
77 held-file-name picture x(24).
77 live-log-name picture x(16).
77 gen-prefix picture x(12).
77 dept-pos picture 9(3).
77 last-gen-date picture 9(8).
77 run-month picture 9(6).
77 run-date picture 9(8).
77 record-date picture x(8).
77 trail-sub picture 9(1).
77 want-dept picture x(3).
77 cur-type picture x(1).
77 quota-count picture 9(2) value zero.
77 quota-sub picture 9(2).
77 next-sub picture 9(2) value zero.
77 held-count picture 9(4) value zero.
77 held-sub picture 9(4).
77 held-any-sw picture x(1) value 'n'.
    88 held-any value 'y'.
77 hold-full-sw picture x(1) value 'n'.
    88 hold-full value 'y'.
77 usage-pct picture 9(5).
*> the quota and running usage per department for the calculator
*> loaded - only departments with a quota set are carried
01 quota-table.
    02 qt-entry occurs 50 times.
        03 qt-code  picture x(3).
        03 qt-quota picture 9(6).
        03 qt-used  picture 9(6).
        03 qt-held  picture 9(6).
*> the night's over-quota lines, parked by department at finish
01 held-table.
    02 hb-entry occurs 5000 times.
        03 hb-dept picture x(3).
        03 hb-line picture x(80).
*> where each trail's submitter code sits - the stamp date is in
*> the same lead-in columns on all three
01 trail-layout-names.
    02 filler picture x(1)  value 'S'.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(12) value 'AUDIT-GEN-'.
    02 filler picture 9(3) value 091.
    02 filler picture x(8) value 'roots'.
    02 filler picture x(1)  value 'M'.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture x(12) value 'MULT-GEN-'.
    02 filler picture 9(3) value 139.
    02 filler picture x(8) value 'products'.
    02 filler picture x(1)  value 'D'.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(12) value 'DIV-GEN-'.
    02 filler picture 9(3) value 127.
    02 filler picture x(8) value 'quotient'.
01 trail-layout-table redefines trail-layout-names.
    02 trail-layout occurs 3 times.
        03 tl-type picture x(1).
        03 tl-log picture x(16).
        03 tl-gen-prefix picture x(12).
        03 tl-dept-pos picture 9(3).
        03 tl-calc-name picture x(8).
01 status-text.
    02 st-dept picture x(3).
    02 filler picture x(1) value space.
    02 st-calc picture x(8).
    02 filler picture x(7) value ' month '.
    02 st-used picture zzzzz9.
    02 filler picture x(10) value ' of quota '.
    02 st-quota picture zzzzz9.
    02 filler picture x(2) value spaces.
    02 st-word picture x(8).
01 notice-detail.
    02 nd-date picture 9(8).
    02 filler  picture x(1) value space.
    02 nd-dept picture x(3).
    02 filler  picture x(1) value space.
    02 nd-calc picture x(8).
    02 filler  picture x(7) value ' quota '.
    02 nd-quota picture zzzzz9.
    02 filler  picture x(6) value ' used '.
    02 nd-used picture zzzzz9.
    02 filler  picture x(6) value ' held '.
    02 nd-held picture zzzzz9.
    02 filler  picture x(4) value ' on '.
    02 nd-file picture x(24).
linkage section.
77 qmAction picture x(1).
77 qmType picture x(1).
77 qmDept picture x(3).
77 qmLine picture x(80).
77 qmResult picture x(1).
procedure division using qmAction, qmType, qmDept, qmLine, qmResult.

q1.
    evaluate qmAction
        when 'L'
            perform load-quota-usage
        when 'C'
            perform count-one-record
        when 'H'
            perform hold-one-record
        when 'F'
            perform park-held-records
        when 'N'
            perform next-quota-status
        when other
            move 'N' to qmResult
    end-evaluate.
    goback.

load-quota-usage.
    move zero to quota-count.
    move zero to held-count.
    move zero to next-sub.
    move 'n' to hold-full-sw.
    move qmType to cur-type.
    accept run-date from date yyyymmdd.
    move run-date(1:6) to run-month.
    move 1 to trail-sub.
    perform find-trail-layout
        until trail-sub is greater than 2
            or tl-type(trail-sub) is equal to cur-type.
    move 'n' to quota-eof-sw.
    open input dept-quota.
    if quota-status = "00"
        perform load-quota-record until quota-eof
        close dept-quota
    end-if.
    if quota-count is equal to zero
        move 'N' to qmResult
    else
        move 'Y' to qmResult
        perform scan-trail-catalog
        move live-log-name to trail-file-name
        perform scan-one-log
    end-if.

find-trail-layout.
    add 1 to trail-sub.

load-quota-record.
    read dept-quota
        at end set quota-eof to true
        not at end
            if quota-count is less than 50
                add 1 to quota-count
                move qf-code to qt-code(quota-count)
                evaluate cur-type
                    when 'S'
                        move qf-roots to qt-quota(quota-count)
                    when 'M'
                        move qf-mults to qt-quota(quota-count)
                    when other
                        move qf-divs to qt-quota(quota-count)
                end-evaluate
                move zero to qt-used(quota-count)
                move zero to qt-held(quota-count)
                *> a zero quota is no limit - the line is dropped
                *> again rather than counted against
                if qt-quota(quota-count) is not numeric
                        or qt-quota(quota-count) is equal to zero
                    subtract 1 from quota-count
                end-if
            end-if
    end-read.

scan-trail-catalog.
    *> only a generation rolled this month can hold this month's
    *> records, and a second rollover on the same day catalogues
    *> the same generation twice - it is read once
    move tl-log(trail-sub) to live-log-name.
    move tl-gen-prefix(trail-sub) to gen-prefix.
    move tl-dept-pos(trail-sub) to dept-pos.
    move zero to last-gen-date.
    move 'n' to audit-cat-eof-sw.
    open input audit-cat.
    if audit-cat-status = "00"
        perform read-cat-record
        perform check-cat-record until audit-cat-eof
        close audit-cat
    end-if.

read-cat-record.
    read audit-cat
        at end set audit-cat-eof to true
    end-read.

check-cat-record.
    if cat-log is equal to live-log-name
            and cat-date(1:6) is not less than run-month
            and cat-date is not equal to last-gen-date
        move cat-date to last-gen-date
        move spaces to trail-file-name
        string gen-prefix delimited by space
            cat-date delimited by size
            '.DAT' delimited by size
            into trail-file-name
        perform scan-one-log
    end-if.
    perform read-cat-record.

scan-one-log.
    move 'n' to trail-eof-sw.
    open input trail-in.
    if trail-in-status = "00"
        perform read-trail-record
        perform count-trail-record until trail-eof
        close trail-in
    end-if.

read-trail-record.
    read trail-in
        at end set trail-eof to true
    end-read.

count-trail-record.
    move trail-record(9:8) to record-date.
    if record-date(1:6) is equal to run-month
        move trail-record(dept-pos:3) to want-dept
        perform find-quota-dept
        if quota-found
            add 1 to qt-used(quota-sub)
        end-if
    end-if.
    perform read-trail-record.

find-quota-dept.
    move 'n' to quota-found-sw.
    if want-dept is not equal to spaces
        move 1 to quota-sub
        perform match-quota-dept
            until quota-found or quota-sub is greater than quota-count
    end-if.

match-quota-dept.
    if qt-code(quota-sub) is equal to want-dept
        set quota-found to true
    else
        add 1 to quota-sub
    end-if.

count-one-record.
    *> an unattributed record or a department with no quota is
    *> never held
    move 'Y' to qmResult.
    move qmDept to want-dept.
    perform find-quota-dept.
    if quota-found
        if qt-used(quota-sub) is less than qt-quota(quota-sub)
            add 1 to qt-used(quota-sub)
        else
            move 'N' to qmResult
        end-if
    end-if.

hold-one-record.
    if held-count is not less than 5000
        move 'N' to qmResult
        if not hold-full
            set hold-full to true
            display 'warning: over 5000 records held over quota -'
                ' the rest are rejected.'
        end-if
    else
        add 1 to held-count
        move qmDept to hb-dept(held-count)
        move qmLine to hb-line(held-count)
        move qmDept to want-dept
        perform find-quota-dept
        if quota-found
            add 1 to qt-held(quota-sub)
        end-if
        move 'Y' to qmResult
    end-if.

park-held-records.
    move 'n' to held-any-sw.
    accept run-date from date yyyymmdd.
    perform park-one-dept
        varying quota-sub from 1 by 1
        until quota-sub is greater than quota-count.
    if held-any
        move 'Y' to qmResult
    else
        move 'N' to qmResult
    end-if.
    move zero to held-count.

park-one-dept.
    if qt-held(quota-sub) is greater than zero
        set held-any to true
        move spaces to held-file-name
        string 'QUOTA-' delimited by size
            cur-type delimited by size
            '-' delimited by size
            qt-code(quota-sub) delimited by size
            '-' delimited by size
            run-date delimited by size
            '.DAT' delimited by size
            into held-file-name
        perform find-hold-line
        *> an earlier pass's lines still waiting are kept; only a
        *> file whose hold has been released or dropped since, and
        *> nothing waits on, starts again
        if line-decided and not line-found
            open output held-file
        else
            open extend held-file
            if held-status is not equal to "00"
                open output held-file
            end-if
        end-if
        perform write-held-line
            varying held-sub from 1 by 1
            until held-sub is greater than held-count
        close held-file
        perform note-quota-hold
        perform write-quota-notice
        display '*** ' qt-code(quota-sub) ' HELD OVER ITS MONTHLY'
            ' QUOTA - ' tl-calc-name(trail-sub)
        display '  ' qt-held(quota-sub) ' records held on '
            held-file-name ' - release from the menu.'
        move zero to qt-held(quota-sub)
    end-if.

write-held-line.
    if hb-dept(held-sub) is equal to qt-code(quota-sub)
        move hb-line(held-sub) to held-line
        write held-line
    end-if.

find-hold-line.
    *> a hold already noted tonight for this file is added to, so
    *> one release takes everything the department has waiting -
    *> the whole register is read, however long it has grown
    move 'n' to line-found-sw.
    move 'n' to line-decided-sw.
    move 'n' to hold-reg-eof-sw.
    open input hold-reg.
    if hold-reg-status = "00"
        perform read-hold-reg
        perform check-hold-line until hold-reg-eof
        close hold-reg
    end-if.

read-hold-reg.
    read hold-reg
        at end set hold-reg-eof to true
    end-read.

check-hold-line.
    if hr-file is equal to held-file-name
        if hr-status is equal to 'H'
            set line-found to true
        else
            set line-decided to true
        end-if
    end-if.
    perform read-hold-reg.

note-quota-hold.
    if line-found
        perform add-to-hold-line
    else
        open extend hold-reg
        if hold-reg-status is not equal to "00"
            open output hold-reg
        end-if
        move spaces to hold-reg-record
        move run-date to hr-held-date
        move cur-type to hr-type
        move 'QUOTA' to hr-reason
        move held-file-name to hr-file
        move qt-held(quota-sub) to hr-count
        move qt-code(quota-sub) to hr-dept
        move 'H' to hr-status
        move zero to hr-match-date
        move zero to hr-rel-date
        write hold-reg-record
        close hold-reg
    end-if.

add-to-hold-line.
    *> the register is streamed onto the work file with the count
    *> added to the waiting line, then copied back - the way
    *> holdrel rewrites it after a release session
    move 'n' to line-added-sw.
    move 'n' to hold-reg-eof-sw.
    open input hold-reg.
    open output hold-work.
    perform read-hold-reg.
    perform copy-hold-reg-line until hold-reg-eof.
    close hold-work.
    close hold-reg.
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

copy-hold-reg-line.
    if hr-file is equal to held-file-name
            and hr-status is equal to 'H'
            and not line-added
        add qt-held(quota-sub) to hr-count
        set line-added to true
    end-if.
    write hold-work-line from hold-reg-record.
    perform read-hold-reg.

read-hold-work.
    read hold-work
        at end set hold-work-eof to true
    end-read.

copy-hold-work-line.
    write hold-reg-record from hold-work-line.
    perform read-hold-work.

write-quota-notice.
    *> the department is told what was held and why, the same
    *> morning, rather than finding out from a missing result
    open extend quota-notice.
    if notice-status is not equal to "00"
        open output quota-notice
    end-if.
    move run-date to nd-date.
    move qt-code(quota-sub) to nd-dept.
    move tl-calc-name(trail-sub) to nd-calc.
    move qt-quota(quota-sub) to nd-quota.
    move qt-used(quota-sub) to nd-used.
    move qt-held(quota-sub) to nd-held.
    move held-file-name to nd-file.
    write notice-line from notice-detail.
    close quota-notice.

next-quota-status.
    move 'E' to qmResult.
    perform judge-next-quota
        until qmResult is not equal to 'E'
            or next-sub is not less than quota-count.

judge-next-quota.
    add 1 to next-sub.
    compute usage-pct =
        qt-used(next-sub) * 100 / qt-quota(next-sub).
    if usage-pct is not less than 90
        move qt-code(next-sub) to st-dept
        move tl-calc-name(trail-sub) to st-calc
        move qt-used(next-sub) to st-used
        move qt-quota(next-sub) to st-quota
        if qt-used(next-sub) is not less than qt-quota(next-sub)
            *> a supervisor's release can take a department past
            *> its quota; at the quota is already holding work
            if qt-used(next-sub) is greater than qt-quota(next-sub)
                move 'OVER' to st-word
            else
                move 'REACHED' to st-word
            end-if
            move 'O' to qmResult
        else
            move 'NEAR' to st-word
            move 'W' to qmResult
        end-if
        move qt-code(next-sub) to qmDept
        move status-text to qmLine
    end-if.
