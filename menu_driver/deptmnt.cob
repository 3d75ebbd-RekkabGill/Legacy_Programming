*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: deptmnt.cob
*> Add/change/retire maintenance for the department master.
*> How to Compile: compiled into the menu -
*>   cobc -m -free -Wall deptmnt.cob
*> How to use: run from the menu (the menu only offers it to a
*> supervisor id). DEPT-MASTER.DAT is listed - code, name and the
*> three per-unit billing rates - and the operator adds a
*> department, changes a name, changes a rate or retires a
*> department. editpass, dispatch, peasdiv and chargeback all read
*> the master and a hand-edited record with one column out of
*> place once failed every department check in the shop, so the
*> record is only ever cut here, in its one fixed layout. Every
*> change is logged to DEPT-LOG.DAT (date, time, operator, code,
*> field, old and new value, effective date) the way parmaint logs
*> to PARAM-LOG.DAT. A rate change carries an effective date
*> (blank means today) and goes on the DEPT-RATES.DAT rate history
*> as well, one line per department, calculator and effective
*> date, never rewritten - chargeback prices each calculation at
*> the rate in force on the day it was stamped, so a past month
*> rerun from the menu bills at that month's rates, not today's.
*> The master itself carries the rates in force today: a
*> future-dated change waits on the history and is brought onto
*> the master by the first session on or after its date. Retiring
*> a department takes it off the master, which is what stops
*> editpass, dispatch and peasdiv accepting its code; its history
*> stays so its old months can still be billed. The first session
*> against a master with no history cuts an opening rate line for
*> every department at the rates it already carries, effective
*> from the beginning, so months billed before this program
*> existed price the way they always did. A run-control record is
*> cut like the other programs'.
*>
*> modifications:
*> - each department's general ledger cost centre and account, and
*>   the computing-services recovery account the chargeback credits
*>   (keyed under the code ***), are kept here on DEPT-GL.DAT and
*>   changed through option 6, logged like any other change -
*>   chargeback cuts its GL journal against them.
*> - a monthly record quota per department for each calculator is
*>   kept on DEPT-QUOTA.DAT and set through option 7 (zero means no
*>   limit), logged like any other change - editpass and peasdiv
*>   hold work past it and the morning report names departments
*>   near it.

identification division.
program-id. deptmnt.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select dept-master assign to "DEPT-MASTER.DAT"
         organization is line sequential
         file status is dept-status.
     select rate-history assign to "DEPT-RATES.DAT"
         organization is line sequential
         file status is rate-status.
     select dept-log assign to "DEPT-LOG.DAT"
         organization is line sequential
         file status is dept-log-status.
     select dept-gl assign to "DEPT-GL.DAT"
         organization is line sequential
         file status is dept-gl-status.
     select dept-quota assign to "DEPT-QUOTA.DAT"
         organization is line sequential
         file status is dept-quota-status.
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
fd dept-master.
     01 dept-master-record.
         02 dm-code picture x(3).
         02 filler  picture x(1).
         02 dm-name picture x(20).
         02 filler  picture x(1).
         02 dm-root-rate picture 9(3)v9(2).
         02 filler  picture x(1).
         02 dm-mult-rate picture 9(3)v9(2).
         02 filler  picture x(1).
         02 dm-div-rate picture 9(3)v9(2).
fd rate-history.
     01 rate-history-record.
         02 dr-code picture x(3).
         02 filler  picture x(1).
         02 dr-eff-date picture 9(8).
         02 filler  picture x(1).
         02 dr-action picture x(1).
         02 filler  picture x(1).
         02 dr-calc picture x(1).
         02 filler  picture x(1).
         02 dr-rate picture 9(3)v9(2).
         02 filler  picture x(1).
         02 dr-oper picture x(8).
         02 filler  picture x(1).
         02 dr-keyed-date picture 9(8).
         02 filler  picture x(1).
         02 dr-name picture x(20).
fd dept-log.
     01 dept-log-line picture x(100).
fd dept-gl.
     01 dept-gl-record.
         02 gl-code picture x(3).
         02 filler  picture x(1).
         02 gl-cost-centre picture x(6).
         02 filler  picture x(1).
         02 gl-account picture x(8).
fd dept-quota.
     01 dept-quota-record.
         02 qf-code  picture x(3).
         02 filler   picture x(1).
         02 qf-roots picture 9(6).
         02 filler   picture x(1).
         02 qf-mults picture 9(6).
         02 filler   picture x(1).
         02 qf-divs  picture 9(6).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 dept-status picture x(2).
77 rate-status picture x(2).
77 dept-log-status picture x(2).
77 dept-gl-status picture x(2).
77 gl-eof-sw picture x(1) value 'n'.
    88 gl-eof value 'y'.
77 gl-changed-sw picture x(1) value 'n'.
    88 gl-changed value 'y'.
77 gl-found-sw picture x(1).
    88 gl-found value 'y'.
77 gl-count picture 9(2) value zero.
77 gl-sub picture 9(2).
77 dept-quota-status picture x(2).
77 quota-eof-sw picture x(1) value 'n'.
    88 quota-eof value 'y'.
77 quota-changed-sw picture x(1) value 'n'.
    88 quota-changed value 'y'.
77 quota-found-sw picture x(1).
    88 quota-found value 'y'.
77 quota-count picture 9(2) value zero.
77 quota-sub picture 9(2).
77 new-quota picture 9(6).
77 old-quota picture 9(6).
77 signon-id-status picture x(2).
77 run-ctl-status picture x(2).
77 dept-eof-sw picture x(1) value 'n'.
    88 dept-eof value 'y'.
77 rate-eof-sw picture x(1) value 'n'.
    88 rate-eof value 'y'.
77 done-sw picture x(1) value 'n'.
    88 maint-done value 'y'.
77 changed-sw picture x(1) value 'n'.
    88 master-changed value 'y'.
77 dept-found-sw picture x(1).
    88 dept-found value 'y'.
77 hist-found-sw picture x(1).
    88 hist-found value 'y'.
77 run-oper picture x(8) value spaces.
77 run-date picture 9(8).
77 userAns picture x(30).
77 value-chk picture x(30).
77 change-count picture 9(4) value zero.
77 dept-count picture 9(2) value zero.
77 dept-sub picture 9(2).
77 hist-count picture 9(4) value zero.
77 hist-sub picture 9(4).
77 opened-count picture 9(4) value zero.
77 due-count picture 9(4) value zero.
77 want-code picture x(3).
77 want-calc picture x(1).
77 want-date picture 9(8).
77 best-date picture 9(8).
77 best-rate picture 9(3)v9(2).
77 eff-date picture 9(8).
77 new-rate picture 9(3)v9(2).
77 old-rate picture 9(3)v9(2).
77 calc-field picture x(16).
77 log-code picture x(3).
77 log-action picture x(1).
*> a rate keyed as plain digits has to be laid over a picture with
*> the decimal point in the right place, the way parmaint takes
*> its fractional figures
01 rate-entry.
    02 rate-digits picture x(5).
01 rate-entry-num redefines rate-entry picture 9(3)v9(2).
01 rate-edit picture zz9.99.
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
01 dept-table.
    02 dt-entry occurs 50 times.
        03 dt-code picture x(3).
        03 dt-name picture x(20).
        03 dt-root-rate picture 9(3)v9(2).
        03 dt-mult-rate picture 9(3)v9(2).
        03 dt-div-rate picture 9(3)v9(2).
        03 dt-retired-sw picture x(1).
*> the ledger account per department, and the recovery account
*> under the code ***
01 gl-table.
    02 gt-entry occurs 51 times.
        03 gt-code picture x(3).
        03 gt-cost-centre picture x(6).
        03 gt-account picture x(8).
01 gl-show.
    02 gs-cost-centre picture x(6).
    02 filler picture x(1) value '/'.
    02 gs-account picture x(8).
*> the monthly record quota per department and calculator
01 quota-table.
    02 qt-entry occurs 50 times.
        03 qt-code  picture x(3).
        03 qt-roots picture 9(6).
        03 qt-mults picture 9(6).
        03 qt-divs  picture 9(6).
01 quota-edit picture zzzzz9.
01 hist-table.
    02 ht-entry occurs 2000 times.
        03 ht-code picture x(3).
        03 ht-eff-date picture 9(8).
        03 ht-calc picture x(1).
        03 ht-rate picture 9(3)v9(2).
01 log-detail.
    02 lg-date picture 9(8).
    02 filler  picture x(1) value space.
    02 lg-time picture 9(6).
    02 filler  picture x(1) value space.
    02 lg-oper picture x(8).
    02 filler  picture x(1) value space.
    02 lg-code picture x(3).
    02 filler  picture x(1) value space.
    02 lg-field picture x(16).
    02 filler  picture x(1) value space.
    02 filler  picture x(4) value 'old '.
    02 lg-old  picture x(20).
    02 filler  picture x(1) value space.
    02 filler  picture x(4) value 'new '.
    02 lg-new  picture x(20).
    02 filler  picture x(1) value space.
    02 filler  picture x(4) value 'eff '.
    02 lg-eff  picture 9(8).
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(29) value 'department master maintenance'.
01 list-heading.
    02 filler picture x(50) value
        'code name                    root    mult     div'.
01 list-detail.
    02 ld-code picture x(3).
    02 filler  picture x(2) value spaces.
    02 ld-name picture x(20).
    02 filler  picture x(1) value space.
    02 ld-root picture zz9.99.
    02 filler  picture x(2) value spaces.
    02 ld-mult picture zz9.99.
    02 filler  picture x(2) value spaces.
    02 ld-div  picture zz9.99.
01 hist-detail.
    02 filler  picture x(2) value spaces.
    02 hd-eff  picture 9(8).
    02 filler  picture x(2) value spaces.
    02 hd-calc picture x(8).
    02 filler  picture x(2) value spaces.
    02 hd-rate picture zz9.99.
01 mnt-menu-1.
    02 filler picture x(40) value '1. Add a department'.
01 mnt-menu-2.
    02 filler picture x(40) value '2. Change a department name'.
01 mnt-menu-3.
    02 filler picture x(40) value '3. Change a billing rate'.
01 mnt-menu-4.
    02 filler picture x(40) value '4. Retire a department'.
01 mnt-menu-5.
    02 filler picture x(40) value '5. Show a department rate history'.
01 mnt-menu-6.
    02 filler picture x(40) value '6. Set a ledger account'.
01 mnt-menu-7.
    02 filler picture x(40) value '7. Set a monthly quota'.
01 mnt-prompt.
    02 filler picture x(40) value
        'Enter your choice (1-7, blank = done): '.
01 quota-calc-prompt.
    02 filler picture x(50) value
        'Which quota? (1=roots 2=products 3=quotients): '.
01 gl-code-prompt.
    02 filler picture x(56) value
        'Department code (*** = the computing recovery account): '.
01 cost-centre-prompt.
    02 filler picture x(40) value 'Cost centre (6 characters): '.
01 account-prompt.
    02 filler picture x(40) value 'Ledger account (8 characters): '.
01 code-prompt.
    02 filler picture x(40) value 'Department code (3 characters): '.
01 name-prompt.
    02 filler picture x(40) value 'Department name: '.
01 calc-prompt.
    02 filler picture x(50) value
        'Which rate? (1=roots 2=products 3=quotients): '.
01 eff-prompt.
    02 filler picture x(50) value
        'Effective date (yyyymmdd, blank = today): '.
01 retire-question.
    02 filler picture x(50) value
        'Retire this department? (yes/no): '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
procedure division.
    move 'n' to done-sw.
    move 'n' to changed-sw.
    move 'n' to gl-changed-sw.
    move 'n' to quota-changed-sw.
    move zero to change-count.
    move zero to opened-count.
    move zero to due-count.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.

    *> announce the run before doing any work - a start record
    *> with no matching finish is how the morning check spots a
    *> run that died
    move 'S' to rc-status.
    perform write-run-control.

    perform get-run-oper.
    accept run-date from date yyyymmdd.
    perform load-dept-master.
    perform load-rate-history.
    perform load-ledger-accounts.
    perform load-quotas.
    perform open-missing-history
        varying dept-sub from 1 by 1
        until dept-sub is greater than dept-count.
    if opened-count is greater than zero
        display opened-count ' opening rate line(s) cut to'
            ' DEPT-RATES.DAT from the master.'
    end-if.
    perform apply-due-rates
        varying dept-sub from 1 by 1
        until dept-sub is greater than dept-count.
    if due-count is greater than zero
        display due-count ' future-dated rate(s) now in force'
            ' brought onto the master.'
    end-if.

    perform maint-round until maint-done.
    if master-changed
        perform write-dept-master
        display 'department master rewritten - '
            change-count ' change(s), logged.'
    else
        if not gl-changed and not quota-changed
            display 'no changes made.'
        end-if
    end-if.
    if gl-changed
        perform write-ledger-accounts
        display 'ledger accounts rewritten to DEPT-GL.DAT.'
    end-if.
    if quota-changed
        perform write-quotas
        display 'monthly quotas rewritten to DEPT-QUOTA.DAT.'
    end-if.
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
    move 'deptmnt   ' to rc-program.
    move 'i' to rc-mode.
    move dept-count to rc-read.
    move change-count to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.

get-run-oper.
    *> the change log answers for who changed the billing, so the
    *> verified sign-on id is taken the same way parmaint takes it
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

load-dept-master.
    move zero to dept-count.
    move 'n' to dept-eof-sw.
    open input dept-master.
    if dept-status is not equal to "00"
        display 'DEPT-MASTER.DAT not found - starting an empty'
            ' master.'
    else
        perform load-dept-record until dept-eof
        close dept-master
    end-if.

load-dept-record.
    read dept-master
        at end set dept-eof to true
        not at end
            if dept-count is less than 50
                add 1 to dept-count
                move dm-code to dt-code(dept-count)
                move dm-name to dt-name(dept-count)
                move dm-root-rate to dt-root-rate(dept-count)
                move dm-mult-rate to dt-mult-rate(dept-count)
                move dm-div-rate to dt-div-rate(dept-count)
                move 'n' to dt-retired-sw(dept-count)
                *> a hand-keyed rate that does not read back as a
                *> number is billed at nothing rather than garbage
                if dm-root-rate is not numeric
                    move zero to dt-root-rate(dept-count)
                end-if
                if dm-mult-rate is not numeric
                    move zero to dt-mult-rate(dept-count)
                end-if
                if dm-div-rate is not numeric
                    move zero to dt-div-rate(dept-count)
                end-if
            else
                display 'warning: over 50 departments - ' dm-code
                    ' not maintained this session.'
            end-if
    end-read.

write-dept-master.
    *> only the departments still live go back - a retired one is
    *> off the master, and so off every edit check, from here on
    open output dept-master.
    perform write-dept-record
        varying dept-sub from 1 by 1
        until dept-sub is greater than dept-count.
    close dept-master.

write-dept-record.
    if dt-retired-sw(dept-sub) is not equal to 'y'
        move spaces to dept-master-record
        move dt-code(dept-sub) to dm-code
        move dt-name(dept-sub) to dm-name
        move dt-root-rate(dept-sub) to dm-root-rate
        move dt-mult-rate(dept-sub) to dm-mult-rate
        move dt-div-rate(dept-sub) to dm-div-rate
        write dept-master-record
    end-if.

load-rate-history.
    move zero to hist-count.
    move 'n' to rate-eof-sw.
    open input rate-history.
    if rate-status = "00"
        perform load-rate-record until rate-eof
        close rate-history
    end-if.

load-rate-record.
    read rate-history
        at end set rate-eof to true
        not at end
            *> a retirement line carries no rate - only the rate
            *> lines are needed to work out what is in force
            if dr-calc is not equal to space
                perform stow-rate-line
            end-if
    end-read.

stow-rate-line.
    if hist-count is less than 2000
        add 1 to hist-count
        move dr-code to ht-code(hist-count)
        move dr-eff-date to ht-eff-date(hist-count)
        move dr-calc to ht-calc(hist-count)
        move dr-rate to ht-rate(hist-count)
    else
        display 'warning: over 2000 rate lines - ' dr-code
            ' history not all read.'
    end-if.

open-missing-history.
    *> a department the master carried before the history existed
    *> gets its present rates as opening lines, in force from the
    *> beginning - exactly what chargeback always billed it at
    move dt-code(dept-sub) to want-code.
    move 'n' to hist-found-sw.
    move 1 to hist-sub.
    perform match-history-code
        until hist-found or hist-sub is greater than hist-count.
    if not hist-found
        move zero to eff-date
        move 'O' to log-action
        perform write-all-rate-lines
        add 1 to opened-count
    end-if.

match-history-code.
    if ht-code(hist-sub) is equal to want-code
        set hist-found to true
    else
        add 1 to hist-sub
    end-if.

apply-due-rates.
    *> a change keyed ahead of its date only reached the history -
    *> once the date comes round the master has to carry it
    move dt-code(dept-sub) to want-code.
    move run-date to want-date.
    move 'R' to want-calc.
    perform find-rate-in-force.
    if hist-found
            and best-rate is not equal to dt-root-rate(dept-sub)
        move best-rate to dt-root-rate(dept-sub)
        add 1 to due-count
        set master-changed to true
    end-if.
    move 'M' to want-calc.
    perform find-rate-in-force.
    if hist-found
            and best-rate is not equal to dt-mult-rate(dept-sub)
        move best-rate to dt-mult-rate(dept-sub)
        add 1 to due-count
        set master-changed to true
    end-if.
    move 'D' to want-calc.
    perform find-rate-in-force.
    if hist-found
            and best-rate is not equal to dt-div-rate(dept-sub)
        move best-rate to dt-div-rate(dept-sub)
        add 1 to due-count
        set master-changed to true
    end-if.

find-rate-in-force.
    *> the rate in force on a day is the line for that department
    *> and calculator with the latest effective date not after the
    *> day - a later line for the same date is a correction, so it
    *> wins the tie
    move 'n' to hist-found-sw.
    move zero to best-date.
    move zero to best-rate.
    perform check-rate-line
        varying hist-sub from 1 by 1
        until hist-sub is greater than hist-count.

check-rate-line.
    if ht-code(hist-sub) is equal to want-code
            and ht-calc(hist-sub) is equal to want-calc
            and ht-eff-date(hist-sub) is not greater than want-date
            and ht-eff-date(hist-sub) is not less than best-date
        set hist-found to true
        move ht-eff-date(hist-sub) to best-date
        move ht-rate(hist-sub) to best-rate
    end-if.

maint-round.
    perform show-departments.
    write out-line from mnt-menu-1 after advancing 2 lines.
    write out-line from mnt-menu-2 after advancing 1 line.
    write out-line from mnt-menu-3 after advancing 1 line.
    write out-line from mnt-menu-4 after advancing 1 line.
    write out-line from mnt-menu-5 after advancing 1 line.
    write out-line from mnt-menu-6 after advancing 1 line.
    write out-line from mnt-menu-7 after advancing 1 line.
    write out-line from mnt-prompt after advancing 1 line.
    accept userAns.
    evaluate userAns
        when spaces
            set maint-done to true
        when "1"
            perform add-department
        when "2"
            perform change-dept-name
        when "3"
            perform change-dept-rate
        when "4"
            perform retire-department
        when "5"
            perform show-rate-history
        when "6"
            perform set-ledger-account
        when "7"
            perform set-monthly-quota
        when other
            write out-line from user-tryagain
                after advancing 1 line
    end-evaluate.

show-departments.
    write out-line from list-heading after advancing 2 lines.
    perform show-one-department
        varying dept-sub from 1 by 1
        until dept-sub is greater than dept-count.

show-one-department.
    if dt-retired-sw(dept-sub) is not equal to 'y'
        move dt-code(dept-sub) to ld-code
        move dt-name(dept-sub) to ld-name
        move dt-root-rate(dept-sub) to ld-root
        move dt-mult-rate(dept-sub) to ld-mult
        move dt-div-rate(dept-sub) to ld-div
        write out-line from list-detail after advancing 1 line
    end-if.

get-dept-code.
    write out-line from code-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to spaces
            or userAns(4:27) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-dept-code
    else
        move userAns to want-code
        perform find-department
    end-if.

find-department.
    move 'n' to dept-found-sw.
    move 1 to dept-sub.
    perform match-department
        until dept-found or dept-sub is greater than dept-count.

match-department.
    if dt-code(dept-sub) is equal to want-code
            and dt-retired-sw(dept-sub) is not equal to 'y'
        set dept-found to true
    else
        add 1 to dept-sub
    end-if.

get-rate-value.
    *> rates are keyed as five plain digits with two assumed
    *> decimals, the way the record holds them
    display 'key 5 digits, last two are cents (00125 = 1.25).'.
    accept userAns.
    move userAns to value-chk.
    inspect value-chk replacing all space by zero.
    if userAns is equal to spaces or value-chk is not numeric
            or userAns(6:25) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-rate-value
    else
        move value-chk(1:5) to rate-digits
        move rate-entry-num to new-rate
    end-if.

get-eff-date.
    write out-line from eff-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to spaces
        move run-date to eff-date
    else
        move userAns to value-chk
        inspect value-chk replacing all space by zero
        if value-chk is not numeric
                or userAns(9:22) is not equal to spaces
            write out-line from user-tryagain after advancing 1 line
            perform get-eff-date
        else
            move userAns to eff-date
            if function test-date-yyyymmdd(eff-date)
                    is not equal to zero
                write out-line from user-tryagain after advancing 1 line
                perform get-eff-date
            end-if
        end-if
    end-if.

add-department.
    perform get-dept-code.
    if dept-found
        display 'department ' want-code ' is already on the master.'
    else
        if dept-count is not less than 50
            display 'the master is full at 50 departments - retire'
                ' one first.'
        else
            perform add-department-entry
        end-if
    end-if.

add-department-entry.
    add 1 to dept-count.
    move dept-count to dept-sub.
    move want-code to dt-code(dept-sub).
    move 'n' to dt-retired-sw(dept-sub).
    write out-line from name-prompt after advancing 1 line.
    accept userAns.
    move userAns to dt-name(dept-sub).
    display 'root rate:'.
    perform get-rate-value.
    move new-rate to dt-root-rate(dept-sub).
    display 'product rate:'.
    perform get-rate-value.
    move new-rate to dt-mult-rate(dept-sub).
    display 'quotient rate:'.
    perform get-rate-value.
    move new-rate to dt-div-rate(dept-sub).
    perform get-eff-date.
    *> the rates are billable from the effective date; the code is
    *> accepted by the edit checks from the moment it is keyed
    move 'A' to log-action.
    perform write-all-rate-lines.
    move 'added' to lg-field.
    move spaces to lg-old.
    move dt-name(dept-sub) to lg-new.
    move want-code to log-code.
    perform log-dept-change.
    set master-changed to true.

change-dept-name.
    perform get-dept-code.
    if not dept-found
        display 'department ' want-code ' is not on the master.'
    else
        write out-line from name-prompt after advancing 1 line
        accept userAns
        move dt-name(dept-sub) to lg-old
        move userAns to dt-name(dept-sub)
        move dt-name(dept-sub) to lg-new
        move 'name' to lg-field
        move run-date to eff-date
        move want-code to log-code
        perform log-dept-change
        set master-changed to true
    end-if.

change-dept-rate.
    perform get-dept-code.
    if not dept-found
        display 'department ' want-code ' is not on the master.'
    else
        perform get-rate-calc
        perform get-rate-value
        perform get-eff-date
        perform apply-rate-change
    end-if.

get-rate-calc.
    write out-line from calc-prompt after advancing 1 line.
    accept userAns.
    evaluate userAns
        when "1"
            move 'R' to want-calc
            move 'root rate' to calc-field
            move dt-root-rate(dept-sub) to old-rate
        when "2"
            move 'M' to want-calc
            move 'product rate' to calc-field
            move dt-mult-rate(dept-sub) to old-rate
        when "3"
            move 'D' to want-calc
            move 'quotient rate' to calc-field
            move dt-div-rate(dept-sub) to old-rate
        when other
            write out-line from user-tryagain after advancing 1 line
            perform get-rate-calc
    end-evaluate.

apply-rate-change.
    *> the history line is what billing prices from; the master
    *> only moves when the new rate is already in force
    move 'C' to log-action.
    move want-calc to dr-calc.
    move new-rate to dr-rate.
    perform write-rate-line.
    move old-rate to rate-edit.
    move rate-edit to lg-old.
    move new-rate to rate-edit.
    move rate-edit to lg-new.
    move calc-field to lg-field.
    move want-code to log-code.
    perform log-dept-change.
    if eff-date is greater than run-date
        display 'rate held on the history until ' eff-date
            ' - the master keeps the present rate till then.'
    else
        move run-date to want-date
        perform find-rate-in-force
        if hist-found
            evaluate want-calc
                when 'R'
                    move best-rate to dt-root-rate(dept-sub)
                when 'M'
                    move best-rate to dt-mult-rate(dept-sub)
                when 'D'
                    move best-rate to dt-div-rate(dept-sub)
            end-evaluate
        end-if
        set master-changed to true
    end-if.

retire-department.
    perform get-dept-code.
    if not dept-found
        display 'department ' want-code ' is not on the master.'
    else
        perform confirm-retirement
    end-if.

confirm-retirement.
    write out-line from retire-question after advancing 1 line.
    accept userAns.
    if userAns is equal to "yes"
        *> off the master today, so the edit checks turn its code
        *> away from tonight; the rate history is left alone so its
        *> months already worked can still be billed
        move 'y' to dt-retired-sw(dept-sub)
        move run-date to eff-date
        move 'R' to log-action
        move space to dr-calc
        move zero to dr-rate
        perform write-rate-line
        move 'retired' to lg-field
        move dt-name(dept-sub) to lg-old
        move spaces to lg-new
        move want-code to log-code
        perform log-dept-change
        set master-changed to true
    else
        if userAns is not equal to "no"
            write out-line from user-tryagain after advancing 1 line
            perform confirm-retirement
        end-if
    end-if.

show-rate-history.
    write out-line from code-prompt after advancing 1 line.
    accept userAns.
    move userAns to want-code.
    write out-line from spaces after advancing 1 line.
    move 'n' to hist-found-sw.
    perform show-one-rate-line
        varying hist-sub from 1 by 1
        until hist-sub is greater than hist-count.
    if not hist-found
        display 'no rate history for ' want-code '.'
    end-if.

show-one-rate-line.
    if ht-code(hist-sub) is equal to want-code
        set hist-found to true
        move ht-eff-date(hist-sub) to hd-eff
        evaluate ht-calc(hist-sub)
            when 'R'
                move 'roots' to hd-calc
            when 'M'
                move 'products' to hd-calc
            when other
                move 'quotnts' to hd-calc
        end-evaluate
        move ht-rate(hist-sub) to hd-rate
        write out-line from hist-detail after advancing 1 line
    end-if.

write-all-rate-lines.
    *> an added or opened department gets one line per calculator,
    *> all on the same effective date
    move dt-code(dept-sub) to want-code.
    move 'R' to dr-calc.
    move dt-root-rate(dept-sub) to dr-rate.
    perform write-rate-line.
    move 'M' to dr-calc.
    move dt-mult-rate(dept-sub) to dr-rate.
    perform write-rate-line.
    move 'D' to dr-calc.
    move dt-div-rate(dept-sub) to dr-rate.
    perform write-rate-line.

write-rate-line.
    *> appended, never rewritten - the history is what a rerun of
    *> an old month is priced from. the table copy is kept in step
    *> so a later change this session sees it
    open extend rate-history.
    if rate-status is not equal to "00"
        open output rate-history
    end-if.
    move dr-calc to want-calc.
    move dr-rate to new-rate.
    move spaces to rate-history-record.
    move want-code to dr-code.
    move eff-date to dr-eff-date.
    move log-action to dr-action.
    move want-calc to dr-calc.
    move new-rate to dr-rate.
    move run-oper to dr-oper.
    move run-date to dr-keyed-date.
    move dt-name(dept-sub) to dr-name.
    write rate-history-record.
    close rate-history.
    if want-calc is not equal to space
        move want-code to dr-code
        move eff-date to dr-eff-date
        move want-calc to dr-calc
        move new-rate to dr-rate
        perform stow-rate-line
    end-if.

log-dept-change.
    add 1 to change-count.
    open extend dept-log.
    if dept-log-status is not equal to "00"
        open output dept-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to lg-date.
    move run-time to lg-time.
    move run-oper to lg-oper.
    move log-code to lg-code.
    move eff-date to lg-eff.
    write dept-log-line from log-detail.
    close dept-log.

load-ledger-accounts.
    move zero to gl-count.
    move 'n' to gl-eof-sw.
    open input dept-gl.
    if dept-gl-status = "00"
        perform load-ledger-record until gl-eof
        close dept-gl
    end-if.

load-ledger-record.
    read dept-gl
        at end set gl-eof to true
        not at end
            if gl-count is less than 51
                add 1 to gl-count
                move gl-code to gt-code(gl-count)
                move gl-cost-centre to gt-cost-centre(gl-count)
                move gl-account to gt-account(gl-count)
            else
                display 'warning: over 51 ledger accounts - '
                    gl-code ' not maintained this session.'
            end-if
    end-read.

write-ledger-accounts.
    open output dept-gl.
    perform write-ledger-record
        varying gl-sub from 1 by 1
        until gl-sub is greater than gl-count.
    close dept-gl.

write-ledger-record.
    move spaces to dept-gl-record.
    move gt-code(gl-sub) to gl-code.
    move gt-cost-centre(gl-sub) to gl-cost-centre.
    move gt-account(gl-sub) to gl-account.
    write dept-gl-record.

set-ledger-account.
    *> finance's cost centre and account for a department - the
    *> chargeback journal debits each department there and credits
    *> the recovery account kept under ***. a retired department
    *> keeps its line so an old month can still be journalled
    write out-line from gl-code-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to spaces
            or userAns(4:27) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform set-ledger-account
    else
        move userAns to want-code
        perform find-department
        if want-code is not equal to '***' and not dept-found
            display 'department ' want-code ' is not on the master.'
        else
            perform key-ledger-account
        end-if
    end-if.

key-ledger-account.
    perform find-ledger-account.
    if gl-found
        move gt-cost-centre(gl-sub) to gs-cost-centre
        move gt-account(gl-sub) to gs-account
        move gl-show to lg-old
    else
        if gl-count is not less than 51
            display 'the ledger account list is full.'
            move 'n' to gl-found-sw
        else
            add 1 to gl-count
            move gl-count to gl-sub
            move want-code to gt-code(gl-sub)
            move spaces to lg-old
            set gl-found to true
        end-if
    end-if.
    if gl-found
        write out-line from cost-centre-prompt after advancing 1 line
        accept userAns
        move userAns to gt-cost-centre(gl-sub)
        write out-line from account-prompt after advancing 1 line
        accept userAns
        move userAns to gt-account(gl-sub)
        move gt-cost-centre(gl-sub) to gs-cost-centre
        move gt-account(gl-sub) to gs-account
        move gl-show to lg-new
        move 'ledger account' to lg-field
        move run-date to eff-date
        move want-code to log-code
        perform log-dept-change
        set gl-changed to true
    end-if.

find-ledger-account.
    move 'n' to gl-found-sw.
    move 1 to gl-sub.
    perform match-ledger-account
        until gl-found or gl-sub is greater than gl-count.

match-ledger-account.
    if gt-code(gl-sub) is equal to want-code
        set gl-found to true
    else
        add 1 to gl-sub
    end-if.

load-quotas.
    move zero to quota-count.
    move 'n' to quota-eof-sw.
    open input dept-quota.
    if dept-quota-status = "00"
        perform load-quota-record until quota-eof
        close dept-quota
    end-if.

load-quota-record.
    read dept-quota
        at end set quota-eof to true
        not at end
            if quota-count is less than 50
                add 1 to quota-count
                move qf-code to qt-code(quota-count)
                move qf-roots to qt-roots(quota-count)
                move qf-mults to qt-mults(quota-count)
                move qf-divs to qt-divs(quota-count)
            else
                display 'warning: over 50 quota lines - '
                    qf-code ' not maintained this session.'
            end-if
    end-read.

write-quotas.
    open output dept-quota.
    perform write-quota-record
        varying quota-sub from 1 by 1
        until quota-sub is greater than quota-count.
    close dept-quota.

write-quota-record.
    move spaces to dept-quota-record.
    move qt-code(quota-sub) to qf-code.
    move qt-roots(quota-sub) to qf-roots.
    move qt-mults(quota-sub) to qf-mults.
    move qt-divs(quota-sub) to qf-divs.
    write dept-quota-record.

set-monthly-quota.
    *> the records a department may put through one calculator in
    *> a calendar month - editpass and peasdiv hold anything past it
    *> for a supervisor to release
    perform get-dept-code.
    if not dept-found
        display 'department ' want-code ' is not on the master.'
    else
        perform find-quota
        if not quota-found
            if quota-count is not less than 50
                display 'the quota list is full.'
            else
                add 1 to quota-count
                move quota-count to quota-sub
                move want-code to qt-code(quota-sub)
                move zero to qt-roots(quota-sub)
                move zero to qt-mults(quota-sub)
                move zero to qt-divs(quota-sub)
                set quota-found to true
            end-if
        end-if
        if quota-found
            perform get-quota-calc
            perform get-quota-value
            perform apply-quota-change
        end-if
    end-if.

find-quota.
    move 'n' to quota-found-sw.
    move 1 to quota-sub.
    perform match-quota
        until quota-found or quota-sub is greater than quota-count.

match-quota.
    if qt-code(quota-sub) is equal to want-code
        set quota-found to true
    else
        add 1 to quota-sub
    end-if.

get-quota-calc.
    write out-line from quota-calc-prompt after advancing 1 line.
    accept userAns.
    evaluate userAns
        when "1"
            move 'R' to want-calc
            move 'root quota' to calc-field
            move qt-roots(quota-sub) to old-quota
        when "2"
            move 'M' to want-calc
            move 'product quota' to calc-field
            move qt-mults(quota-sub) to old-quota
        when "3"
            move 'D' to want-calc
            move 'quotient quota' to calc-field
            move qt-divs(quota-sub) to old-quota
        when other
            write out-line from user-tryagain after advancing 1 line
            perform get-quota-calc
    end-evaluate.

get-quota-value.
    *> keyed as six plain digits like the record holds it
    display 'key 6 digits of records a month (001500 = 1500,'
        ' 000000 = no limit).'.
    accept userAns.
    move userAns to value-chk.
    inspect value-chk replacing all space by zero.
    if userAns is equal to spaces or value-chk is not numeric
            or userAns(7:24) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-quota-value
    else
        move value-chk(1:6) to new-quota
    end-if.

apply-quota-change.
    evaluate want-calc
        when 'R'
            move new-quota to qt-roots(quota-sub)
        when 'M'
            move new-quota to qt-mults(quota-sub)
        when 'D'
            move new-quota to qt-divs(quota-sub)
    end-evaluate.
    move old-quota to quota-edit.
    move quota-edit to lg-old.
    move new-quota to quota-edit.
    move quota-edit to lg-new.
    move calc-field to lg-field.
    move run-date to eff-date.
    move want-code to log-code.
    perform log-dept-change.
    set quota-changed to true.
