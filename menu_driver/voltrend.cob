*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: voltrend.cob
*> Daily volume trend and anomaly report by department.
*> How to Compile: compiled into the menu and the job stream -
*>   cobc -m -free -Wall voltrend.cob
*> How to use: CALLed with a one-character mode - 'B' from the
*> stream (carded TREND; the window ends on the run date with no
*> prompting), 'M' from the menu, where the operator gives the last
*> day of the window (yyyymmdd, blank means today). Over the 28
*> days ending there, every audit record - roots from AUDIT-LOG.DAT,
*> products from MULT-AUDIT.DAT, quotients from DIV-AUDIT.DAT,
*> powers from POW-AUDIT.DAT, live files and the cataloged
*> generations alike - is counted by the day it was stamped against
*> the submitter code it carries, and VOLUME-TREND.DAT gets one
*> block per department with a line per day. A normal submission
*> day is a weekday that is not on the HOLIDAYS.DAT site calendar.
*> Each department's average is taken over its normal days from the
*> first day it sent anything in the window, and a normal day is
*> flagged
*>   HIGH    more than twice that average (and 5 or more over it)
*>   LOW     under half of it (and 5 or more under it)
*>   MISSING nothing at all from a department that sends something
*>           on at least half its normal days
*> once there are 5 normal days to average over; a department on
*> DEPT-MASTER.DAT with no work in the window at all is named too.
*> The flagged days are listed again together at the end, followed
*> by the capacity projection: the day ROOT-MASTER.DAT will reach
*> the 5000 entries the square root batch can load (from the roots
*> computed rather than looked up over the window - each one is a
*> new master entry), and for each calculator editpass cuts clean,
*> the day its largest pass will pass the 5000-record clean buffer
*> and editpass start rejecting E9 (a straight-line trend through
*> each day's largest pass on EDIT-CONTROL.DAT). The run finishes
*> with return code 4 (a warning) when the last day of the window
*> has a flag or either limit is due within 30 days, so the stream
*> logs it and carries on. A run-control record is cut like the
*> other programs'.
*>
*> modifications:
*> (none yet)

identification division.
program-id. voltrend.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select audit-cat assign to "AUDIT-CAT.DAT"
         organization is line sequential
         file status is audit-cat-status.
     select trail-in assign to trail-file-name
         organization is line sequential
         file status is trail-in-status.
     select dept-master assign to "DEPT-MASTER.DAT"
         organization is line sequential
         file status is dept-status.
     select holiday-file assign to "HOLIDAYS.DAT"
         organization is line sequential
         file status is holiday-status.
     select edit-control assign to "EDIT-CONTROL.DAT"
         organization is line sequential
         file status is edit-ctl-status.
     select root-master assign to "ROOT-MASTER.DAT"
         organization is line sequential
         file status is master-status.
     select trend-report assign to "VOLUME-TREND.DAT"
         organization is line sequential
         file status is trend-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(120).
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
fd dept-master.
     01 dept-master-record.
         02 dm-code picture x(3).
         02 filler  picture x(1).
         02 dm-name picture x(20).
         02 filler  picture x(18).
fd holiday-file.
     01 holiday-record.
         02 hol-date picture x(8).
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
         02 filler        picture x(35).
fd root-master.
     01 root-master-record picture x(54).
fd trend-report.
     01 trend-line picture x(120).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 run-ctl-status picture x(2).
77 audit-cat-status picture x(2).
77 trail-in-status picture x(2).
77 dept-status picture x(2).
77 holiday-status picture x(2).
77 edit-ctl-status picture x(2).
77 master-status picture x(2).
77 trend-status picture x(2).
77 audit-cat-eof-sw picture x(1) value 'n'.
    88 audit-cat-eof value 'y'.
77 trail-eof-sw picture x(1) value 'n'.
    88 trail-eof value 'y'.
77 dept-eof-sw picture x(1) value 'n'.
    88 dept-eof value 'y'.
77 holiday-eof-sw picture x(1) value 'n'.
    88 holiday-eof value 'y'.
77 edit-ctl-eof-sw picture x(1) value 'n'.
    88 edit-ctl-eof value 'y'.
77 master-eof-sw picture x(1) value 'n'.
    88 master-eof value 'y'.
77 vol-found-sw picture x(1).
    88 vol-found value 'y'.
77 regular-sw picture x(1).
    88 regular-sender value 'y'.
77 exceptions-only-sw picture x(1) value 'n'.
    88 exceptions-only value 'y'.
77 capacity-soon-sw picture x(1) value 'n'.
    88 capacity-soon value 'y'.
*> the window, the limits the projection runs up to, and what
*> counts as well above or below a department's own average
77 window-days picture 9(2) value 28.
77 table-limit picture 9(4) value 5000.
77 spike-factor picture 9(1) value 2.
77 spike-floor picture 9(2) value 5.
77 baseline-days picture 9(2) value 5.
77 warn-horizon-days picture 9(3) value 30.
77 horizon-days picture 9(4) value 3650.
77 last-gen-date picture 9(8) value zero.
77 trail-file-name picture x(24).
77 trail-sub picture 9(1).
77 live-log-name picture x(16).
77 gen-prefix picture x(12).
77 dept-pos picture 9(3).
77 record-date picture x(8).
77 record-dept picture x(3).
77 record-ymd picture 9(8).
77 record-int picture 9(7).
77 run-date picture 9(8).
77 end-raw picture x(8).
77 window-end-date picture 9(8).
77 window-start-date picture 9(8).
77 window-end-int picture 9(7).
77 window-start-int picture 9(7).
77 day-number picture 9(7).
77 dow-number picture 9(1).
77 dy-sub picture 9(2).
77 vol-count picture 9(2) value zero.
77 vol-sub picture 9(2).
77 ep-sub picture 9(1).
77 day-total picture 9(7).
77 records-counted picture 9(8) value zero.
77 flag-count picture 9(4) value zero.
77 last-day-flags picture 9(4) value zero.
77 silent-count picture 9(2) value zero.
77 computed-roots picture 9(7) value zero.
77 master-entries picture 9(6) value zero.
*> straight-line trend of an editpass calculator's largest pass
77 fit-n picture s9(3) comp.
77 fit-sx picture s9(7) comp.
77 fit-sxx picture s9(9) comp.
77 fit-sy picture s9(9) comp.
77 fit-sxy picture s9(11) comp.
77 fit-denom picture s9(11) comp.
77 fit-slope picture s9(7)v9(4).
77 fit-base picture s9(9)v9(4).
77 fit-now picture s9(9)v9(4).
77 daily-rate picture 9(5)v9(4).
77 days-to-limit picture 9(7).
77 limit-int picture 9(7).
77 limit-date picture 9(8).
77 peak-max picture 9(6).
01 day-table.
    02 dy-entry occurs 28 times.
        03 dy-date picture 9(8).
        03 dy-kind picture x(3).
        03 dy-normal-sw picture x(1).
            88 dy-normal value 'y'.
*> one block per department: its counts by day and calculator,
*> and the average the days are judged against
01 vol-table.
    02 vt-entry occurs 52 times.
        03 vt-code picture x(3).
        03 vt-name picture x(20).
        03 vt-master-sw picture x(1).
            88 vt-on-master value 'y'.
        03 vt-first-day picture 9(2).
        03 vt-base-days picture 9(2).
        03 vt-sent-days picture 9(2).
        03 vt-window-total picture 9(7).
        03 vt-average picture 9(6)v9(2).
        03 vt-day occurs 28 times.
            04 vt-count picture 9(6) occurs 4 times.
            04 vt-flag picture x(8).
*> the largest clean pass editpass cut each day, per calculator -
*> square roots, products, powers
01 pass-table.
    02 ep-entry occurs 3 times.
        03 ep-day occurs 28 times.
            04 ep-ran-sw picture x(1).
                88 ep-ran value 'y'.
            04 ep-peak picture 9(6).
01 pass-label-names.
    02 filler picture x(12) value 'square roots'.
    02 filler picture x(12) value 'products'.
    02 filler picture x(12) value 'powers'.
01 pass-label-table redefines pass-label-names.
    02 ep-label picture x(12) occurs 3 times.
*> where the submitter code sits on each trail's detail line -
*> the four layouts share the 33-character stamp lead-in but
*> differ after it
01 trail-layout-names.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(12) value 'AUDIT-GEN-'.
    02 filler picture 9(3) value 091.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture x(12) value 'MULT-GEN-'.
    02 filler picture 9(3) value 139.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(12) value 'DIV-GEN-'.
    02 filler picture 9(3) value 127.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture x(12) value 'POW-GEN-'.
    02 filler picture 9(3) value 101.
01 trail-layout-table redefines trail-layout-names.
    02 trail-layout occurs 4 times.
        03 tl-log picture x(16).
        03 tl-gen-prefix picture x(12).
        03 tl-dept-pos picture 9(3).
*> day one of the intrinsic calendar was a monday
01 weekday-names.
    02 filler picture x(21) value 'MONTUEWEDTHUFRISATSUN'.
01 weekday-table redefines weekday-names.
    02 wd-name picture x(3) occurs 7 times.
01 end-prompt.
    02 filler picture x(50) value
        'Last day of the window (yyyymmdd, blank = today): '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(36) value
        'daily volume trend report - window '.
    02 tl-start picture 9(8).
    02 filler picture x(4) value ' to '.
    02 tl-end picture 9(8).
01 dept-heading.
    02 filler picture x(5) value 'dept '.
    02 dh-code picture x(3).
    02 filler picture x(2) value spaces.
    02 dh-name picture x(20).
    02 filler picture x(10) value ' average '.
    02 dh-average picture zzzzz9.99.
    02 filler picture x(19) value ' a normal day over '.
    02 dh-base-days picture z9.
    02 filler picture x(14) value ' day(s), sent '.
    02 dh-sent-days picture z9.
01 column-heading.
    02 filler picture x(15) value '  date     day '.
    02 filler picture x(56) value
        '   roots products  quotnts   powers    total  flag'.
01 day-line.
    02 filler picture x(2) value spaces.
    02 dl-date picture 9(8).
    02 filler picture x(1) value space.
    02 dl-kind picture x(3).
    02 filler picture x(1) value space.
    02 dl-roots picture zzzzzzz9.
    02 filler picture x(1) value space.
    02 dl-mults picture zzzzzzz9.
    02 filler picture x(1) value space.
    02 dl-divs picture zzzzzzz9.
    02 filler picture x(1) value space.
    02 dl-pows picture zzzzzzz9.
    02 filler picture x(1) value space.
    02 dl-total picture zzzzzzz9.
    02 filler picture x(2) value spaces.
    02 dl-flag picture x(8).
01 silent-line.
    02 filler picture x(2) value spaces.
    02 filler picture x(40) value
        'no work at all in the window   SILENT'.
01 exception-heading.
    02 filler picture x(40) value 'flagged department-days'.
01 exception-line.
    02 filler picture x(2) value spaces.
    02 el-code picture x(3).
    02 filler picture x(1) value space.
    02 el-date picture 9(8).
    02 filler picture x(1) value space.
    02 el-kind picture x(3).
    02 filler picture x(1) value space.
    02 el-total picture zzzzzz9.
    02 filler picture x(10) value ' against '.
    02 el-average picture zzzzz9.99.
    02 filler picture x(2) value spaces.
    02 el-flag picture x(8).
01 capacity-heading.
    02 filler picture x(40) value 'capacity projection'.
01 master-line.
    02 filler picture x(21) value '  root master table  '.
    02 ml-entries picture zzzzz9.
    02 filler picture x(4) value ' of '.
    02 ml-limit picture zzz9.
    02 filler picture x(10) value ' entries, '.
    02 ml-computed picture zzzzzz9.
    02 filler picture x(19) value ' computed in window'.
01 buffer-line.
    02 filler picture x(2) value spaces.
    02 bl-label picture x(12).
    02 filler picture x(25) value ' edit pass - largest pass'.
    02 bl-peak picture zzzzz9.
    02 filler picture x(4) value ' of '.
    02 bl-limit picture zzz9.
    02 filler picture x(8) value ', trend '.
    02 bl-slope picture -zzz9.99.
    02 filler picture x(6) value ' a day'.
01 projection-line.
    02 filler picture x(4) value spaces.
    02 pl-text picture x(60).
01 summary-line.
    02 filler picture x(20) value 'records counted:    '.
    02 sl-records picture zzzzzzz9.
    02 filler picture x(20) value '   flagged days:    '.
    02 sl-flags picture zzz9.
    02 filler picture x(20) value '   silent depts:    '.
    02 sl-silent picture z9.
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
linkage section.
77 callMode picture x(1).
procedure division using callMode.
    move zero to vol-count.
    move zero to records-counted.
    move zero to flag-count.
    move zero to last-day-flags.
    move zero to silent-count.
    move zero to computed-roots.
    move zero to master-entries.
    move 'n' to capacity-soon-sw.
    perform clear-vol-entry
        varying vol-sub from 1 by 1
        until vol-sub is greater than 52.
    perform clear-pass-day
        varying dy-sub from 1 by 1
        until dy-sub is greater than window-days.

    open output standard-output.
    perform get-window-end.
    perform set-window-days.
    move window-start-date to tl-start.
    move window-end-date to tl-end.
    write out-line from title-line after advancing 2 lines.

    *> announce the run before doing any work - a start record with
    *> no matching finish is how the morning check spots a run that
    *> died overnight
    move 'S' to rc-status.
    perform write-run-control.

    perform load-holidays.
    perform load-dept-master.
    perform scan-one-trail
        varying trail-sub from 1 by 1
        until trail-sub is greater than 4.
    perform load-edit-control.
    perform count-root-master.
    perform judge-one-dept
        varying vol-sub from 1 by 1
        until vol-sub is greater than vol-count.

    open output trend-report.
    write trend-line from title-line.
    move 'n' to exceptions-only-sw.
    perform write-dept-block
        varying vol-sub from 1 by 1
        until vol-sub is greater than vol-count.
    write trend-line from spaces.
    write trend-line from exception-heading.
    set exceptions-only to true.
    perform write-dept-block
        varying vol-sub from 1 by 1
        until vol-sub is greater than vol-count.
    write trend-line from spaces.
    write trend-line from capacity-heading.
    perform project-root-master.
    perform project-edit-buffer
        varying ep-sub from 1 by 1
        until ep-sub is greater than 3.
    write trend-line from spaces.
    move records-counted to sl-records.
    move flag-count to sl-flags.
    move silent-count to sl-silent.
    write trend-line from summary-line.
    close trend-report.

    write out-line from summary-line after advancing 1 line.
    if last-day-flags is greater than zero
        display last-day-flags ' department(s) flagged on '
            window-end-date ' - see VOLUME-TREND.DAT.'
    end-if.
    if capacity-soon
        display 'a capacity limit is due within '
            warn-horizon-days ' days - see VOLUME-TREND.DAT.'
    end-if.
    display 'report written to VOLUME-TREND.DAT.'.
    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    if last-day-flags is greater than zero or capacity-soon
        move 4 to return-code
    else
        move 0 to return-code
    end-if.
    goback.

write-run-control.
    *> appended alongside every other program's records so the
    *> whole day reads back from one file
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'voltrend  ' to rc-program.
    move 'b' to rc-mode.
    move records-counted to rc-read.
    move flag-count to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.

clear-vol-entry.
    move spaces to vt-code(vol-sub).
    move spaces to vt-name(vol-sub).
    move 'n' to vt-master-sw(vol-sub).
    move zero to vt-first-day(vol-sub).
    move zero to vt-base-days(vol-sub).
    move zero to vt-sent-days(vol-sub).
    move zero to vt-window-total(vol-sub).
    move zero to vt-average(vol-sub).
    perform clear-vol-day
        varying dy-sub from 1 by 1
        until dy-sub is greater than window-days.

clear-vol-day.
    move zero to vt-count(vol-sub, dy-sub, 1).
    move zero to vt-count(vol-sub, dy-sub, 2).
    move zero to vt-count(vol-sub, dy-sub, 3).
    move zero to vt-count(vol-sub, dy-sub, 4).
    move spaces to vt-flag(vol-sub, dy-sub).

clear-pass-day.
    move 'n' to ep-ran-sw(1, dy-sub).
    move 'n' to ep-ran-sw(2, dy-sub).
    move 'n' to ep-ran-sw(3, dy-sub).
    move zero to ep-peak(1, dy-sub).
    move zero to ep-peak(2, dy-sub).
    move zero to ep-peak(3, dy-sub).

get-window-end.
    *> the stream path never prompts - the window ends tonight
    accept run-date from date yyyymmdd.
    if callMode is equal to 'B'
        move run-date to window-end-date
    else
        perform ask-window-end
    end-if.

ask-window-end.
    write out-line from end-prompt after advancing 1 line.
    accept end-raw.
    if end-raw is equal to spaces
        move run-date to window-end-date
    else
        if end-raw is not numeric
            write out-line from user-tryagain after advancing 1 line
            perform ask-window-end
        else
            move end-raw to window-end-date
            if function integer-of-date(window-end-date) is
                    equal to zero
                write out-line from user-tryagain
                    after advancing 1 line
                perform ask-window-end
            end-if
        end-if
    end-if.

set-window-days.
    compute window-end-int =
        function integer-of-date(window-end-date).
    compute window-start-int = window-end-int - window-days + 1.
    compute window-start-date =
        function date-of-integer(window-start-int).
    perform set-one-day
        varying dy-sub from 1 by 1
        until dy-sub is greater than window-days.

set-one-day.
    *> a weekday is a normal submission day until the holiday
    *> calendar says otherwise
    compute day-number = window-start-int + dy-sub - 1.
    compute dy-date(dy-sub) = function date-of-integer(day-number).
    compute dow-number = function mod(day-number, 7).
    if dow-number is equal to zero
        move 7 to dow-number
    end-if.
    move wd-name(dow-number) to dy-kind(dy-sub).
    if dow-number is greater than 5
        move 'n' to dy-normal-sw(dy-sub)
    else
        move 'y' to dy-normal-sw(dy-sub)
    end-if.

load-holidays.
    *> one date per line - no file, no holidays
    move 'n' to holiday-eof-sw.
    open input holiday-file.
    if holiday-status = "00"
        perform read-holiday-record
        perform mark-holiday until holiday-eof
        close holiday-file
    end-if.

read-holiday-record.
    read holiday-file
        at end set holiday-eof to true
    end-read.

mark-holiday.
    perform match-holiday-day
        varying dy-sub from 1 by 1
        until dy-sub is greater than window-days.
    perform read-holiday-record.

match-holiday-day.
    if hol-date is equal to dy-date(dy-sub)
        move 'HOL' to dy-kind(dy-sub)
        move 'n' to dy-normal-sw(dy-sub)
    end-if.

load-dept-master.
    *> every department on the master gets a block, so one that has
    *> sent nothing in the window is seen to have gone quiet
    move 'n' to dept-eof-sw.
    open input dept-master.
    if dept-status is not equal to "00"
        display 'DEPT-MASTER.DAT not found - departments named from'
            ' the trails only.'
    else
        perform load-dept-record until dept-eof
        close dept-master
    end-if.

load-dept-record.
    read dept-master
        at end set dept-eof to true
        not at end
            if vol-count is less than 50
                add 1 to vol-count
                move dm-code to vt-code(vol-count)
                move dm-name to vt-name(vol-count)
                move 'y' to vt-master-sw(vol-count)
            end-if
    end-read.

scan-one-trail.
    move tl-log(trail-sub) to live-log-name.
    move tl-gen-prefix(trail-sub) to gen-prefix.
    move tl-dept-pos(trail-sub) to dept-pos.
    perform scan-trail-catalog.
    move live-log-name to trail-file-name.
    perform scan-one-log.

scan-trail-catalog.
    *> a generation rolled before the window opened can only hold
    *> earlier records; the records themselves are filtered by
    *> their own stamp. a second rollover on the same day appends a
    *> second catalog line for the same generation file, so a date
    *> already scanned for this trail is passed over rather than
    *> counted twice
    move 'n' to audit-cat-eof-sw.
    move zero to last-gen-date.
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
            and cat-date is not less than window-start-date
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
    if trail-in-status is not equal to "00"
        display trail-file-name ' not on the box - skipped.'
    else
        perform read-trail-record
        perform tally-trail-record until trail-eof
        close trail-in
    end-if.

read-trail-record.
    read trail-in
        at end set trail-eof to true
    end-read.

tally-trail-record.
    *> all four trails stamp the date in the same lead-in columns;
    *> the submitter code sits where this trail's layout put it
    move trail-record(9:8) to record-date.
    if record-date is numeric
            and record-date is not less than window-start-date
            and record-date is not greater than window-end-date
        move trail-record(dept-pos:3) to record-dept
        if record-dept is equal to spaces
            move '---' to record-dept
        end-if
        perform find-vol-slot
        if vol-found
            move record-date to record-ymd
            compute record-int = function integer-of-date(record-ymd)
            compute dy-sub = record-int - window-start-int + 1
            add 1 to vt-count(vol-sub, dy-sub, trail-sub)
            add 1 to records-counted
            *> a root computed rather than looked up is one the
            *> batch has just added to the master
            if trail-sub is equal to 1
                    and trail-record(89:1) is equal to 'C'
                add 1 to computed-roots
            end-if
        end-if
    end-if.
    perform read-trail-record.

find-vol-slot.
    *> fifty departments plus the unattributed bucket is generous
    *> for a shop this size, and an overflow is said out loud
    *> rather than silently dropped from the counts
    move 'n' to vol-found-sw.
    move 1 to vol-sub.
    perform match-vol-slot
        until vol-found or vol-sub is greater than vol-count.
    if not vol-found
        if vol-count is less than 52
            add 1 to vol-count
            move vol-count to vol-sub
            move record-dept to vt-code(vol-sub)
            if record-dept is equal to '---'
                move '(unattributed)' to vt-name(vol-sub)
            else
                move '(not on master)' to vt-name(vol-sub)
            end-if
            set vol-found to true
        else
            display 'warning: over 52 codes - ' record-dept
                ' not counted.'
        end-if
    end-if.

match-vol-slot.
    if vt-code(vol-sub) is equal to record-dept
        set vol-found to true
    else
        add 1 to vol-sub
    end-if.

load-edit-control.
    *> one line per editpass pass - the day's largest clean pass
    *> per calculator is the one nearest the buffer's limit
    move 'n' to edit-ctl-eof-sw.
    open input edit-control.
    if edit-ctl-status = "00"
        perform read-edit-control
        perform note-edit-pass until edit-ctl-eof
        close edit-control
    end-if.

read-edit-control.
    read edit-control
        at end set edit-ctl-eof to true
    end-read.

note-edit-pass.
    if ecin-date is numeric and ecin-clean is numeric
            and ecin-date is not less than window-start-date
            and ecin-date is not greater than window-end-date
        evaluate ecin-type
            when 'S'
                move 1 to ep-sub
            when 'M'
                move 2 to ep-sub
            when 'P'
                move 3 to ep-sub
            when other
                move zero to ep-sub
        end-evaluate
        if ep-sub is greater than zero
            compute record-int = function integer-of-date(ecin-date)
            compute dy-sub = record-int - window-start-int + 1
            move 'y' to ep-ran-sw(ep-sub, dy-sub)
            if ecin-clean is greater than ep-peak(ep-sub, dy-sub)
                move ecin-clean to ep-peak(ep-sub, dy-sub)
            end-if
        end-if
    end-if.
    perform read-edit-control.

count-root-master.
    move 'n' to master-eof-sw.
    open input root-master.
    if master-status = "00"
        perform read-root-master
        perform count-master-entry until master-eof
        close root-master
    end-if.

read-root-master.
    read root-master
        at end set master-eof to true
    end-read.

count-master-entry.
    add 1 to master-entries.
    perform read-root-master.

judge-one-dept.
    *> the average runs from the first day the department sent
    *> anything - a department new this month is not held to days
    *> before it started - and over normal days only
    move zero to vt-first-day(vol-sub).
    perform find-first-day
        varying dy-sub from 1 by 1
        until dy-sub is greater than window-days
            or vt-first-day(vol-sub) is greater than zero.
    if vt-first-day(vol-sub) is equal to zero
        if vt-on-master(vol-sub)
            add 1 to silent-count
        end-if
    else
        perform total-one-day
            varying dy-sub from vt-first-day(vol-sub) by 1
            until dy-sub is greater than window-days
        if vt-base-days(vol-sub) is greater than zero
            compute vt-average(vol-sub) rounded =
                vt-window-total(vol-sub) / vt-base-days(vol-sub)
        end-if
        move 'n' to regular-sw
        if vt-sent-days(vol-sub) * 2 is not less than
                vt-base-days(vol-sub)
            set regular-sender to true
        end-if
        if vt-base-days(vol-sub) is not less than baseline-days
            perform flag-one-day
                varying dy-sub from vt-first-day(vol-sub) by 1
                until dy-sub is greater than window-days
        end-if
    end-if.

find-first-day.
    perform sum-day-total.
    if day-total is greater than zero
        move dy-sub to vt-first-day(vol-sub)
    end-if.

total-one-day.
    if dy-normal(dy-sub)
        perform sum-day-total
        add 1 to vt-base-days(vol-sub)
        add day-total to vt-window-total(vol-sub)
        if day-total is greater than zero
            add 1 to vt-sent-days(vol-sub)
        end-if
    end-if.

flag-one-day.
    if dy-normal(dy-sub)
        perform sum-day-total
        if day-total is equal to zero
            if regular-sender
                move 'MISSING' to vt-flag(vol-sub, dy-sub)
            end-if
        else
            if day-total is greater than
                    vt-average(vol-sub) * spike-factor
                    and day-total - vt-average(vol-sub) is not less
                        than spike-floor
                move 'HIGH' to vt-flag(vol-sub, dy-sub)
            end-if
            if day-total * spike-factor is less than
                    vt-average(vol-sub)
                    and vt-average(vol-sub) - day-total is not less
                        than spike-floor
                move 'LOW' to vt-flag(vol-sub, dy-sub)
            end-if
        end-if
        if vt-flag(vol-sub, dy-sub) is not equal to spaces
            add 1 to flag-count
            if dy-sub is equal to window-days
                add 1 to last-day-flags
            end-if
        end-if
    end-if.

sum-day-total.
    compute day-total = vt-count(vol-sub, dy-sub, 1)
        + vt-count(vol-sub, dy-sub, 2)
        + vt-count(vol-sub, dy-sub, 3)
        + vt-count(vol-sub, dy-sub, 4).

write-dept-block.
    *> the first pass lists every department day by day; the
    *> second lists only the flagged days, together
    if exceptions-only
        if vt-first-day(vol-sub) is equal to zero
            if vt-on-master(vol-sub)
                move vt-code(vol-sub) to el-code
                move window-end-date to el-date
                move spaces to el-kind
                move zero to el-total
                move zero to el-average
                move 'SILENT' to el-flag
                write trend-line from exception-line
            end-if
        else
            perform write-exception-day
                varying dy-sub from 1 by 1
                until dy-sub is greater than window-days
        end-if
    else
        move vt-code(vol-sub) to dh-code
        move vt-name(vol-sub) to dh-name
        move vt-average(vol-sub) to dh-average
        move vt-base-days(vol-sub) to dh-base-days
        move vt-sent-days(vol-sub) to dh-sent-days
        write trend-line from spaces
        write trend-line from dept-heading
        if vt-first-day(vol-sub) is equal to zero
            write trend-line from silent-line
        else
            write trend-line from column-heading
            perform write-day-line
                varying dy-sub from 1 by 1
                until dy-sub is greater than window-days
        end-if
    end-if.

write-day-line.
    perform sum-day-total.
    move dy-date(dy-sub) to dl-date.
    move dy-kind(dy-sub) to dl-kind.
    move vt-count(vol-sub, dy-sub, 1) to dl-roots.
    move vt-count(vol-sub, dy-sub, 2) to dl-mults.
    move vt-count(vol-sub, dy-sub, 3) to dl-divs.
    move vt-count(vol-sub, dy-sub, 4) to dl-pows.
    move day-total to dl-total.
    move vt-flag(vol-sub, dy-sub) to dl-flag.
    write trend-line from day-line.

write-exception-day.
    if vt-flag(vol-sub, dy-sub) is not equal to spaces
        perform sum-day-total
        move vt-code(vol-sub) to el-code
        move dy-date(dy-sub) to el-date
        move dy-kind(dy-sub) to el-kind
        move day-total to el-total
        move vt-average(vol-sub) to el-average
        move vt-flag(vol-sub, dy-sub) to el-flag
        write trend-line from exception-line
    end-if.

project-root-master.
    *> every root computed rather than looked up is a new master
    *> entry, so the window's computed roots are the rate the
    *> table fills at - a little high if the root master
    *> maintenance purges in the meantime
    move master-entries to ml-entries.
    move table-limit to ml-limit.
    move computed-roots to ml-computed.
    write trend-line from master-line.
    move spaces to pl-text.
    if master-entries is not less than table-limit
        move 'TABLE FULL NOW - new roots are no longer being kept'
            to pl-text
        set capacity-soon to true
    else
        if computed-roots is equal to zero
            move 'not filling on present trend' to pl-text
        else
            compute daily-rate rounded =
                computed-roots / window-days
            compute days-to-limit rounded =
                (table-limit - master-entries) / daily-rate
                on size error move horizon-days to days-to-limit
            end-compute
            perform describe-limit-date
            if limit-date is equal to zero
                move 'not filling within ten years' to pl-text
            else
                string 'full on present trend by ' delimited by size
                    limit-date delimited by size
                    into pl-text
            end-if
        end-if
    end-if.
    write trend-line from projection-line.

project-edit-buffer.
    *> a straight line through each day's largest clean pass;
    *> the day it crosses the buffer is the first E9 reject. a
    *> pass that already filled the buffer has rejected E9 once
    move zero to fit-n.
    move zero to fit-sx.
    move zero to fit-sxx.
    move zero to fit-sy.
    move zero to fit-sxy.
    move zero to peak-max.
    move zero to fit-slope.
    perform add-fit-point
        varying dy-sub from 1 by 1
        until dy-sub is greater than window-days.
    compute fit-denom = fit-n * fit-sxx - fit-sx * fit-sx.
    if fit-denom is not equal to zero
        compute fit-slope rounded =
            (fit-n * fit-sxy - fit-sx * fit-sy) / fit-denom
        compute fit-base rounded =
            (fit-sy - fit-slope * fit-sx) / fit-n
        compute fit-now rounded = fit-base + fit-slope * window-days
    end-if.
    move ep-label(ep-sub) to bl-label.
    move peak-max to bl-peak.
    move table-limit to bl-limit.
    move fit-slope to bl-slope.
    write trend-line from buffer-line.
    move spaces to pl-text.
    if peak-max is not less than table-limit
        move 'AT CAPACITY - a pass has already filled the buffer'
            to pl-text
        set capacity-soon to true
    else
        if fit-n is equal to zero
            move 'no edit passes in the window' to pl-text
        else
            if fit-denom is equal to zero
                move 'too few passes to trend' to pl-text
            else
                if fit-slope is not greater than zero
                    move 'not reaching the buffer on present trend'
                        to pl-text
                else
                    perform project-buffer-date
                end-if
            end-if
        end-if
    end-if.
    write trend-line from projection-line.

add-fit-point.
    if ep-ran(ep-sub, dy-sub)
        add 1 to fit-n
        add dy-sub to fit-sx
        compute fit-sxx = fit-sxx + dy-sub * dy-sub
        add ep-peak(ep-sub, dy-sub) to fit-sy
        compute fit-sxy = fit-sxy + dy-sub * ep-peak(ep-sub, dy-sub)
        if ep-peak(ep-sub, dy-sub) is greater than peak-max
            move ep-peak(ep-sub, dy-sub) to peak-max
        end-if
    end-if.

project-buffer-date.
    if fit-now is not less than table-limit
        move zero to days-to-limit
    else
        compute days-to-limit rounded =
            (table-limit - fit-now) / fit-slope
            on size error move horizon-days to days-to-limit
        end-compute
    end-if.
    perform describe-limit-date.
    if limit-date is equal to zero
        move 'not reaching the buffer within ten years' to pl-text
    else
        string 'E9 rejects expected from ' delimited by size
            limit-date delimited by size
            into pl-text
    end-if.

describe-limit-date.
    *> counted on from the end of the window; anything under the
    *> warning horizon makes the run a warning, anything past ten
    *> years is no date at all
    if days-to-limit is not less than horizon-days
        move zero to limit-date
    else
        compute limit-int = window-end-int + days-to-limit
        compute limit-date = function date-of-integer(limit-int)
    end-if.
    if days-to-limit is not greater than warn-horizon-days
        set capacity-soon to true
    end-if.
