*> How to Compile: cobc -x -free -Wall distrib.cob (link lockmgr.cob)
*> How to use: run as the last working step of the stream, before
*> the rollover empties the live logs. Every record on the live
*> audit trails (roots, products, quotients, powers) is split by the
*> submitter code it carries into one response file per department,
*> DIST-xxx.DAT, in a fixed layout their side can load: type
*> ('R'/'M'/'D'/'P'), date, time, sequence, four value/result columns
*> and a flag, led by the same header ('H' + date + count) and
*> trailer ('T' + count + hash of the first input column) control
*> records the calculators verify on input - so a short transfer on
*> learn each department's count (the header has to lead with it)
*> and once per department to copy its records - the same
*> two-pass trade the menu's tail display makes, storage being
*> dearer than a rescan. All the trail locks ('SQRT', 'MULT',
*> 'DIV', 'POW') are held for the whole run, the way the rollover
*> holds them - a calculator appending between the counting pass
*> and the copying pass would put the control totals the
*> departments verify out of balance. A refusal releases whatever
*> was taken, names the holder and ends with return code 8.
*>
*> modifications:
*> - the run now holds the three trail locks through lockmgr for
*>   both passes; it was reading the live trails unlocked, and an
*>   overlapping console calculator could make the cut header and
*>   trailer totals wrong.
*> - peaspow's POW-AUDIT.DAT trail is distributed as well, as type
*>   'P' (base, exponent, power, decimal places and the flag), and
*>   its 'POW' lock is held with the other three.
*> - an expedite run (the expedite driver names the department in
*>   the EXPEDITE_DEPT environment variable for the length of its
*>   run) cuts only that department's DIST-xxx.DAT, from all of its
*>   records on the live trails, under the same four locks. its
*>   run-control records carry mode 'x'.

identification division.
program-id. distrib.
77 locks-taken picture 9(1) value zero.
77 lock-fail-sw picture x(1).
    88 lock-fail value 'y'.
*> the department an expedite run is for - blank on every ordinary
*> run, and then every department gets its file as always
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
01 lock-list.
    02 filler picture x(10) value 'SQRT'.
    02 filler picture x(10) value 'MULT'.
    02 filler picture x(10) value 'DIV'.
    02 filler picture x(10) value 'POW'.
01 lock-list-table redefines lock-list.
    02 ll-name picture x(10) occurs 4 times.
01 hash-root-edit picture -(11)9.9(6).
01 hash-int-edit picture z(19)9.
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
*> where the submitter code sits on each trail's detail line -
*> the four layouts share the 35-character stamp lead-in but
*> differ after it
01 trail-layout-names.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(1) value 'D'.
    02 filler picture 9(3) value 127.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture x(1) value 'P'.
    02 filler picture 9(3) value 101.
01 trail-layout-table redefines trail-layout-names.
    02 trail-layout occurs 4 times.
        03 tl-log picture x(16).
        03 tl-type picture x(1).
        03 tl-dept-pos picture 9(3).
        varying dept-sub from 1 by 1
        until dept-sub is greater than 50.

    *> an expedite run cuts the one department's response file
    *> straight away, from everything of theirs on the live trails,
    *> instead of waiting for the end of the stream - the night's
    *> run recuts it with the rest of their day's work later
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    if expedite-dept is not equal to spaces
        set expedite-run to true
    end-if.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.
    accept run-date from date yyyymmdd.

    *> both passes have to see the same records, so the trails are
    *> locked against the calculators for the whole run - the same
    *> four locks the rollover holds for the same reason
    perform take-all-locks.
    if lock-fail
        display 'distrib: a trail lock was refused - run'
    *> pass one: who gets a file, how many records, what hash
    perform tally-one-trail
        varying trail-sub from 1 by 1
        until trail-sub is greater than 4.

    *> pass two: one response file per department
    perform cut-dept-file
    move zero to locks-taken.
    move 1 to lock-sub.
    perform take-one-lock
        until lock-fail or lock-sub is greater than 4.
    if lock-fail and locks-taken is greater than zero
        perform release-all-locks
    end-if.
        open output run-control
    end-if.
    move 'distrib   ' to rc-program.
    if expedite-run
        move 'x' to rc-mode
    else
        move 'b' to rc-mode
    end-if.
    move read-count to rc-read.
    move written-count to rc-written.
    accept run-date from date yyyymmdd.
tally-trail-record.
    add 1 to read-count.
    move trail-record(dept-pos:3) to record-dept.
    if expedite-run and record-dept is not equal to expedite-dept
        continue
    else
        perform tally-dept-record
    end-if.
    perform read-trail-record.

tally-dept-record.
    if record-dept is equal to spaces
        add 1 to skipped-count
    else
            perform hash-this-record
        end-if
    end-if.

find-dept-slot.
    move 'n' to dept-found-sw.

    perform copy-one-trail
        varying trail-sub from 1 by 1
        until trail-sub is greater than 4.

    move 'T' to dt-type.
    move dp-count(dept-sub) to dt-count.
    move spaces to dd-value2.
    move spaces to dd-result1.
    move spaces to dd-result2.
    evaluate tl-type(trail-sub)
        when 'R'
            move trail-record(36:19) to dd-value1
            move trail-record(78:2) to dd-value2
            move trail-record(57:19) to dd-result1
            move trail-record(88:1) to dd-flag
        when 'M'
            move trail-record(36:20) to dd-value1
            move trail-record(58:20) to dd-value2
            move trail-record(80:20) to dd-result1
            move trail-record(102:27) to dd-result2
            move trail-record(136:1) to dd-flag
        when 'D'
            move trail-record(36:20) to dd-value1
            move trail-record(58:20) to dd-value2
            move trail-record(80:20) to dd-result1
            move trail-record(102:20) to dd-result2
            move trail-record(124:1) to dd-flag
        when 'P'
            *> base, exponent, power, then the decimal places the
            *> base was keyed with
            move trail-record(36:20) to dd-value1
            move trail-record(58:4) to dd-value2
            move trail-record(64:27) to dd-result1
            move trail-record(93:3) to dd-result2
            move trail-record(98:1) to dd-flag
    end-evaluate.
