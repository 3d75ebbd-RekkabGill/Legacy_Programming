*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: audver.cob
*> Integrity verification over the calculation audit trails.
*> How to Compile: cobc -x -free -Wall audver.cob (link audchk.cob
*> and ../menu_driver/lockmgr.cob)
*> How to use: card it VERIFY in the job stream (carded ahead of
*> ROLLOVER it reads tonight's records off the live logs, after it
*> off the new generations - either way every record is walked), or
*> run it whenever the auditors ask. Each trail (AUDIT-LOG.DAT for
*> roots, MULT-AUDIT.DAT for products, DIV-AUDIT.DAT for quotients,
*> POW-AUDIT.DAT for powers)
*> is walked through every generation on the AUDIT-CAT.DAT catalog
*> in the order it was rolled and then through the live log, and
*> the job proves that:
*>   - the sequence numbers run unbroken from record to record, and
*>     so from one generation's last sequence number into the next
*>     generation's first - a gap is a record lost or deleted, an
*>     overlap or a step backwards is a record repeated or a
*>     sequence restarted;
*>   - each generation holds exactly the record count, first and
*>     last sequence number its catalog line says it was rolled
*>     with (two rollovers on one day append to one generation, so
*>     their catalog lines are taken together);
*>   - each record's running check value (stamped by audchk when
*>     the record was written) is what its own text and the check
*>     value before it fold to - a figure altered by hand fails its
*>     own record, a record re-stamped to cover it fails the next;
*>   - the AUDIT-SEQ.DAT / MULT-SEQ.DAT / DIV-SEQ.DAT / POW-SEQ.DAT
*>     control record hands on the sequence number and check value
*>     the trail actually ends on.
*> Every break goes on the AUDIT-VERIFY.DAT exception report with
*> the trail, the file, the sequence number and what was expected
*> against what was found, and the run finishes FAILED with return
*> code 8 so the stream stops on it. A generation archived off the
*> box cannot be read: it is noted, its catalog line still has to
*> join up with its neighbours, and the check value chain picks up
*> again from the first stamped record after it. Records written
*> before the check value was stamped carry blanks there and are
*> counted as unstamped, not failed. The trail locks are
*> taken for the walk so no calculator is appending mid-read; a
*> refusal ends with return code 8 the way the rollover's does.
*>
*> modifications:
*> - peaspow's POW-AUDIT.DAT trail (its POW-GEN- generations and
*>   POW-SEQ.DAT control record) is walked and proved as a fourth
*>   trail, under its 'POW' lock.

identification division.
program-id. audver.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select audit-in assign to log-file-name
         organization is line sequential
         file status is audit-in-status.
     select audit-cat assign to "AUDIT-CAT.DAT"
         organization is line sequential
         file status is audit-cat-status.
     select audit-ctl assign to ctl-file-name
         organization is line sequential
         file status is audit-ctl-status.
     select verify-report assign to "AUDIT-VERIFY.DAT"
         organization is line sequential
         file status is verify-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(120).
fd audit-in.
     01 audit-in-record picture x(150).
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
fd audit-ctl.
     01 audit-ctl-record.
         02 ctl-seq  picture x(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd verify-report.
     01 verify-line picture x(120).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 audit-in-status picture x(2).
77 audit-cat-status picture x(2).
77 audit-ctl-status picture x(2).
77 verify-status picture x(2).
77 run-ctl-status picture x(2).
77 audit-in-eof-sw picture x(1) value 'n'.
    88 audit-in-eof value 'y'.
77 audit-cat-eof-sw picture x(1) value 'n'.
    88 audit-cat-eof value 'y'.
77 log-file-name picture x(24).
77 ctl-file-name picture x(16).
77 run-date picture 9(8).
77 trail-sub picture 9(1).
77 gen-count picture 9(4) value zero.
77 gen-sub picture 9(4).
77 gen-over-sw picture x(1) value 'n'.
    88 gen-over value 'y'.
77 prev-seq picture 9(6) value zero.
77 have-prev-sw picture x(1) value 'n'.
    88 have-prev value 'y'.
77 this-seq picture 9(6).
77 expected-seq picture 9(6).
77 prior-check picture 9(6) value zero.
77 prior-known-sw picture x(1) value 'y'.
    88 prior-known value 'y'.
77 file-read picture 9(6) value zero.
77 file-first-seq picture 9(6) value zero.
77 file-last-seq picture 9(6) value zero.
77 chk-text picture x(150).
77 chk-length picture 9(3).
77 chk-value picture 9(6).
77 stamp-text picture x(6).
77 stamp-value picture 9(6).
77 trail-records picture 9(7) value zero.
77 trail-unstamped picture 9(7) value zero.
77 trail-breaks picture 9(6) value zero.
77 trail-gens picture 9(4) value zero.
77 trail-missing picture 9(4) value zero.
77 total-records picture 9(7) value zero.
77 total-breaks picture 9(6) value zero.
77 lock-name picture x(10).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
77 lock-sub picture 9(1).
77 locks-taken picture 9(1) value zero.
77 lock-fail-sw picture x(1).
    88 lock-fail value 'y'.
01 lock-list.
    02 filler picture x(10) value 'SQRT'.
    02 filler picture x(10) value 'MULT'.
    02 filler picture x(10) value 'DIV'.
    02 filler picture x(10) value 'POW'.
01 lock-list-table redefines lock-list.
    02 ll-name picture x(10) occurs 4 times.
01 seq-chk picture x(6).
01 seq-chk-num redefines seq-chk picture 9(6).
01 trail-names.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(12) value 'AUDIT-GEN-'.
    02 filler picture x(16) value 'AUDIT-SEQ.DAT'.
    02 filler picture 9(3) value 093.
    02 filler picture 9(3) value 095.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture x(12) value 'MULT-GEN-'.
    02 filler picture x(16) value 'MULT-SEQ.DAT'.
    02 filler picture 9(3) value 141.
    02 filler picture 9(3) value 143.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(12) value 'DIV-GEN-'.
    02 filler picture x(16) value 'DIV-SEQ.DAT'.
    02 filler picture 9(3) value 129.
    02 filler picture 9(3) value 131.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture x(12) value 'POW-GEN-'.
    02 filler picture x(16) value 'POW-SEQ.DAT'.
    02 filler picture 9(3) value 103.
    02 filler picture 9(3) value 105.
01 trail-table redefines trail-names.
    02 trail-entry occurs 4 times.
        03 tt-log picture x(16).
        03 tt-gen-prefix picture x(12).
        03 tt-ctl picture x(16).
        03 tt-data-length picture 9(3).
        03 tt-check-pos picture 9(3).
01 gen-table.
    02 gen-entry occurs 2000 times.
        03 gt-date picture 9(8).
        03 gt-count picture 9(6).
        03 gt-first-seq picture 9(6).
        03 gt-last-seq picture 9(6).
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
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(27) value 'audit trail verification - '.
    02 tl-date picture 9(8).
01 column-heading.
    02 filler picture x(1) value space.
    02 filler picture x(16) value 'trail'.
    02 filler picture x(2) value spaces.
    02 filler picture x(24) value 'file'.
    02 filler picture x(2) value spaces.
    02 filler picture x(6) value '   seq'.
    02 filler picture x(2) value spaces.
    02 filler picture x(28) value 'problem'.
    02 filler picture x(2) value spaces.
    02 filler picture x(8) value 'expected'.
    02 filler picture x(2) value spaces.
    02 filler picture x(8) value '   found'.
01 exception-detail.
    02 filler picture x(1) value space.
    02 ex-trail picture x(16).
    02 filler picture x(2) value spaces.
    02 ex-file picture x(24).
    02 filler picture x(2) value spaces.
    02 ex-seq picture zzzzz9.
    02 filler picture x(2) value spaces.
    02 ex-problem picture x(28).
    02 filler picture x(2) value spaces.
    02 ex-expected picture zzzzzzz9.
    02 filler picture x(2) value spaces.
    02 ex-found picture zzzzzzz9.
01 note-detail.
    02 filler picture x(1) value space.
    02 nt-trail picture x(16).
    02 filler picture x(2) value spaces.
    02 nt-file picture x(24).
    02 filler picture x(2) value spaces.
    02 nt-text picture x(60).
01 trail-summary.
    02 filler picture x(1) value space.
    02 ts-trail picture x(16).
    02 filler picture x(13) value 'generations: '.
    02 ts-gens picture zzz9.
    02 filler picture x(11) value '  missing: '.
    02 ts-missing picture zzz9.
    02 filler picture x(11) value '  records: '.
    02 ts-records picture zzzzzz9.
    02 filler picture x(13) value '  unstamped: '.
    02 ts-unstamped picture zzzzzz9.
    02 filler picture x(10) value '  breaks: '.
    02 ts-breaks picture zzzzz9.
01 clean-line.
    02 filler picture x(48) value
        '*** ALL TRAILS VERIFIED - NO BREAKS FOUND ***'.
01 break-line.
    02 filler picture x(5) value '*** '.
    02 bl-breaks picture zzzzz9.
    02 filler picture x(45) value
        ' BREAK(S) FOUND - SEE THE LINES ABOVE ***'.
procedure division.
    move 'n' to gen-over-sw.
    move zero to total-records.
    move zero to total-breaks.

    open output standard-output.
    accept run-date from date yyyymmdd.
    move run-date to tl-date.
    write out-line from title-line after advancing 2 lines.

    perform take-all-locks.
    if lock-fail
        display 'audver: a trail lock was refused - verification'
            ' not run.'
        close standard-output
        move 8 to return-code
        goback
    end-if.

    move 'S' to rc-status.
    perform write-run-control.

    open output verify-report.
    write verify-line from title-line.
    write verify-line from spaces.
    write verify-line from column-heading.

    perform verify-one-trail
        varying trail-sub from 1 by 1
        until trail-sub is greater than 4.

    write verify-line from spaces.
    if total-breaks is equal to zero
        write verify-line from clean-line
        write out-line from clean-line after advancing 2 lines
    else
        move total-breaks to bl-breaks
        write verify-line from break-line
        write out-line from break-line after advancing 2 lines
        display 'see AUDIT-VERIFY.DAT for the evidence.'
    end-if.
    close verify-report.

    perform release-all-locks.
    *> a broken trail is not allowed to pass for clean - the stream
    *> stops on it and the morning report shows the run FAILED
    if total-breaks is greater than zero
        move 'F' to rc-status
        move 8 to return-code
    else
        move 'C' to rc-status
        move 0 to return-code
    end-if.
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
    move 'audver    ' to rc-program.
    move 'b' to rc-mode.
    move total-records to rc-read.
    move total-breaks to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.

take-all-locks.
    *> a calculator appending mid-walk would look like a live log
    *> that disagrees with its control record - the walk holds
    *> every trail's lock, and gives back what it took when one is
    *> refused, exactly as the rollover does
    move 'n' to lock-fail-sw.
    move zero to locks-taken.
    move 1 to lock-sub.
    perform take-one-lock
        until lock-fail or lock-sub is greater than 4.
    if lock-fail and locks-taken is greater than zero
        perform release-all-locks
    end-if.

take-one-lock.
    move ll-name(lock-sub) to lock-name.
    move 'audver' to lock-holder.
    move 'T' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.
    if lock-result is equal to 'N'
        set lock-fail to true
    else
        move lock-sub to locks-taken
        add 1 to lock-sub
    end-if.

release-all-locks.
    perform release-one-lock
        varying lock-sub from 1 by 1
        until lock-sub is greater than locks-taken.

release-one-lock.
    move ll-name(lock-sub) to lock-name.
    move 'audver' to lock-holder.
    move 'R' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.

verify-one-trail.
    *> the chain starts at zero with nothing before it: the first
    *> record ever written had no check value to fold from either
    move zero to prev-seq.
    move 'n' to have-prev-sw.
    move zero to prior-check.
    move 'y' to prior-known-sw.
    move zero to trail-records.
    move zero to trail-unstamped.
    move zero to trail-breaks.
    move zero to trail-gens.
    move zero to trail-missing.
    move tt-data-length(trail-sub) to chk-length.

    perform load-trail-catalog.
    perform verify-one-generation
        varying gen-sub from 1 by 1
        until gen-sub is greater than gen-count.

    *> then tonight's records, which carry straight on from the
    *> last generation rolled
    move tt-log(trail-sub) to log-file-name.
    move zero to file-read.
    move 'n' to audit-in-eof-sw.
    open input audit-in.
    if audit-in-status = "00"
        perform read-audit-record
        perform check-audit-record until audit-in-eof
        close audit-in
    end-if.

    perform check-trail-control.

    move tt-log(trail-sub) to ts-trail.
    move trail-gens to ts-gens.
    move trail-missing to ts-missing.
    move trail-records to ts-records.
    move trail-unstamped to ts-unstamped.
    move trail-breaks to ts-breaks.
    write verify-line from trail-summary.
    write out-line from trail-summary after advancing 1 line.
    add trail-records to total-records.
    add trail-breaks to total-breaks.

load-trail-catalog.
    *> one table entry per generation file: a second rollover on
    *> the same day appended to the same file and cut a second
    *> catalog line, so the lines are taken together - the counts
    *> added, the first number kept, the last number moved on
    move zero to gen-count.
    move 'n' to audit-cat-eof-sw.
    open input audit-cat.
    if audit-cat-status = "00"
        perform read-cat-record
        perform stow-cat-record until audit-cat-eof
        close audit-cat
    end-if.

read-cat-record.
    read audit-cat
        at end set audit-cat-eof to true
    end-read.

stow-cat-record.
    if cat-log is equal to tt-log(trail-sub)
        if gen-count is greater than zero
                and cat-date is equal to gt-date(gen-count)
            add cat-count to gt-count(gen-count)
            move cat-last-seq to gt-last-seq(gen-count)
        else
            if gen-count is less than 2000
                add 1 to gen-count
                move cat-date to gt-date(gen-count)
                move cat-count to gt-count(gen-count)
                move cat-first-seq to gt-first-seq(gen-count)
                move cat-last-seq to gt-last-seq(gen-count)
            else
                set gen-over to true
            end-if
        end-if
    end-if.
    perform read-cat-record.
    if gen-over and audit-cat-eof
        display 'warning: over 2000 generations cataloged for '
            tt-log(trail-sub) ' - the oldest 2000 are walked.'
        move 'n' to gen-over-sw
    end-if.

verify-one-generation.
    add 1 to trail-gens.
    move spaces to log-file-name.
    string tt-gen-prefix(trail-sub) delimited by space
        gt-date(gen-sub) delimited by size
        '.DAT' delimited by size
        into log-file-name.
    move zero to file-read.
    move zero to file-first-seq.
    move zero to file-last-seq.
    move 'n' to audit-in-eof-sw.
    open input audit-in.
    if audit-in-status is not equal to "00"
        perform pass-missing-generation
    else
        perform read-audit-record
        perform check-audit-record until audit-in-eof
        close audit-in
        perform check-generation-catalog
    end-if.

pass-missing-generation.
    *> archived off the box - nothing in it can be proved here, but
    *> its catalog line still has to join up with its neighbours
    add 1 to trail-missing.
    move tt-log(trail-sub) to nt-trail.
    move log-file-name to nt-file.
    move 'not on the box - walked by its catalog line only'
        to nt-text.
    write verify-line from note-detail.
    if have-prev
        compute expected-seq = prev-seq + 1
        if gt-first-seq(gen-sub) is not equal to expected-seq
            move gt-first-seq(gen-sub) to ex-seq
            move 'CATALOG SEQUENCE BREAK' to ex-problem
            move expected-seq to ex-expected
            move gt-first-seq(gen-sub) to ex-found
            perform write-break
        end-if
    end-if.
    move gt-last-seq(gen-sub) to prev-seq.
    set have-prev to true.
    *> the check value before the next record is unknown - the
    *> chain picks up again from the next stamped record
    move 'n' to prior-known-sw.

check-generation-catalog.
    if file-read is not equal to gt-count(gen-sub)
        move zero to ex-seq
        move 'COUNT DIFFERS FROM CATALOG' to ex-problem
        move gt-count(gen-sub) to ex-expected
        move file-read to ex-found
        perform write-break
    end-if.
    if file-first-seq is not equal to gt-first-seq(gen-sub)
        move file-first-seq to ex-seq
        move 'FIRST SEQ DIFFERS - CATALOG' to ex-problem
        move gt-first-seq(gen-sub) to ex-expected
        move file-first-seq to ex-found
        perform write-break
    end-if.
    if file-last-seq is not equal to gt-last-seq(gen-sub)
        move file-last-seq to ex-seq
        move 'LAST SEQ DIFFERS - CATALOG' to ex-problem
        move gt-last-seq(gen-sub) to ex-expected
        move file-last-seq to ex-found
        perform write-break
    end-if.

read-audit-record.
    read audit-in
        at end set audit-in-eof to true
    end-read.

check-audit-record.
    add 1 to file-read.
    add 1 to trail-records.
    move audit-in-record(1:6) to seq-chk.
    inspect seq-chk replacing leading spaces by zeros.
    if seq-chk is not numeric
        move zero to ex-seq
        move 'SEQUENCE NUMBER UNREADABLE' to ex-problem
        move zero to ex-expected
        move zero to ex-found
        perform write-break
    else
        move seq-chk-num to this-seq
        perform check-record-sequence
    end-if.
    perform check-record-value.
    perform read-audit-record.

check-record-sequence.
    if file-read is equal to 1
        move this-seq to file-first-seq
    end-if.
    move this-seq to file-last-seq.
    if have-prev
        compute expected-seq = prev-seq + 1
        if this-seq is not equal to expected-seq
            move this-seq to ex-seq
            if this-seq is greater than expected-seq
                move 'SEQUENCE GAP' to ex-problem
            else
                move 'SEQUENCE OVERLAP' to ex-problem
            end-if
            move expected-seq to ex-expected
            move this-seq to ex-found
            perform write-break
        end-if
    end-if.
    move this-seq to prev-seq.
    set have-prev to true.

check-record-value.
    move audit-in-record(tt-check-pos(trail-sub):6) to stamp-text.
    if stamp-text is equal to spaces
        *> written before the stamping started - the record after
        *> it was folded from zero
        add 1 to trail-unstamped
        move zero to prior-check
        move 'y' to prior-known-sw
    else
        if prior-known
            move audit-in-record to chk-text
            move prior-check to chk-value
            call "audchk" using chk-text, chk-length, chk-value
            if stamp-text is not numeric
                move zero to stamp-value
            else
                move stamp-text to stamp-value
            end-if
            if stamp-text is not numeric
                    or stamp-value is not equal to chk-value
                move file-last-seq to ex-seq
                move 'CHECK VALUE FAILS' to ex-problem
                move chk-value to ex-expected
                move stamp-value to ex-found
                perform write-break
            end-if
        end-if
        *> the chain goes on from what is stamped, so one altered
        *> record is reported once rather than every record after it
        if stamp-text is numeric
            move stamp-text to prior-check
            move 'y' to prior-known-sw
        else
            move 'n' to prior-known-sw
        end-if
    end-if.

check-trail-control.
    *> the control record is what the calculators number on from -
    *> it has to agree with where the trail actually ends
    move tt-ctl(trail-sub) to ctl-file-name.
    move tt-ctl(trail-sub) to log-file-name.
    open input audit-ctl.
    if audit-ctl-status = "00"
        read audit-ctl
        if audit-ctl-status = "00" and have-prev
            move ctl-seq to seq-chk
            inspect seq-chk replacing leading spaces by zeros
            if seq-chk is not numeric
                    or seq-chk-num is not equal to prev-seq
                move prev-seq to ex-seq
                move 'CONTROL SEQ DIFFERS' to ex-problem
                move prev-seq to ex-expected
                if seq-chk is numeric
                    move seq-chk-num to ex-found
                else
                    move zero to ex-found
                end-if
                perform write-break
            end-if
            if ctl-check is numeric and prior-known
                move ctl-check to stamp-value
                if stamp-value is not equal to prior-check
                    move prev-seq to ex-seq
                    move 'CONTROL CHECK DIFFERS' to ex-problem
                    move prior-check to ex-expected
                    move stamp-value to ex-found
                    perform write-break
                end-if
            end-if
        end-if
        close audit-ctl
    end-if.

write-break.
    add 1 to trail-breaks.
    move tt-log(trail-sub) to ex-trail.
    move log-file-name to ex-file.
    write verify-line from exception-detail.
