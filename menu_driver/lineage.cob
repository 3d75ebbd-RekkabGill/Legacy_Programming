*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: lineage.cob
*> Lineage trace of one calculated figure back to its raw submission.
*> How to Compile: compiled into the menu -
*>   cobc -m -free -Wall lineage.cob
*> How to use: run from the menu when a department queries a figure
*> on its distribution. Pick the trail (roots, products, quotients
*> or powers) and key the audit sequence number off the report, or
*> leave it blank and key the submitter code, the date it was
*> calculated (yyyymmdd) and the value submitted (the first operand
*> for a product or a quotient, the base for a power). The record
*> is found on the live trail or any generation audroll has
*> cataloged on AUDIT-CAT.DAT,
*> and one trace page is shown and written to LINEAGE-TRACE.DAT:
*>   - the audit record and the file it was found on;
*>   - the RUN-CONTROL.DAT run that produced it (live or a rolled
*>     RUNCTL-GEN generation) - program, batch or interactive, how
*>     it finished and what it read and wrote;
*>   - whether the root came off the ROOT-MASTER.DAT lookup cache,
*>     was computed, or was computed on a retry rerun;
*>   - the rejfix repair it came through, off REJFIX-LOG.DAT;
*>   - any sqrtqa or calcqa flag against it;
*>   - a pending retry on SQRT-RETRY.DAT and the qarecon verdict.
*> When several records match a submitter, date and value the
*> latest is traced and the others' sequence numbers are listed.
*> The QA, retry and reconciliation files are the current ones - they
*> are recut each run and cleared at housekeeping, so an old figure
*> shows as not flagged there. A run-control record is cut like the
*> other programs'.
*>
*> modifications:
*> - a record an expedite run produced (run-control mode 'x') is
*>   shown as an expedite run and looked for on EXP-SQRT-QA.DAT or
*>   EXP-CALC-QA.DAT, where that run's qa pass reported it.
*> - powers can be traced as a fourth trail: POW-AUDIT.DAT and its
*>   POW-GEN- generations, peaspow's runs, a rejfix repair of a POW
*>   reject and a calcqa POW flag on its base and exponent. the qa
*>   view runs to calcqa's full 140 columns so a power's flag note
*>   is read whole.

identification division.
program-id. lineage.
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
     select run-ctl-in assign to run-ctl-file-name
         organization is line sequential
         file status is run-ctl-in-status.
     select fix-log assign to "REJFIX-LOG.DAT"
         organization is line sequential
         file status is fix-log-status.
     select qa-in assign to qa-file-name
         organization is line sequential
         file status is qa-in-status.
     select retry-file assign to "SQRT-RETRY.DAT"
         organization is line sequential
         file status is retry-status.
     select trace-file assign to "LINEAGE-TRACE.DAT"
         organization is line sequential
         file status is trace-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(150).
fd audit-in.
     01 audit-in-line picture x(150).
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
fd run-ctl-in.
     01 run-ctl-in-record.
         02 rci-program picture x(10).
         02 filler      picture x(1).
         02 rci-mode    picture x(1).
         02 filler      picture x(1).
         02 rci-status  picture x(1).
         02 filler      picture x(1).
         02 rci-read    picture 9(6).
         02 filler      picture x(1).
         02 rci-written picture 9(6).
         02 filler      picture x(1).
         02 rci-date    picture 9(8).
         02 filler      picture x(1).
         02 rci-time    picture 9(6).
fd fix-log.
     01 fix-log-record.
         02 fl-date   picture 9(8).
         02 filler    picture x(1).
         02 fl-time   picture 9(6).
         02 filler    picture x(1).
         02 fl-oper   picture x(8).
         02 filler    picture x(1).
         02 fl-action picture x(8).
         02 filler    picture x(1).
         02 fl-source picture x(5).
         02 filler    picture x(1).
         02 fl-code   picture x(2).
         02 filler    picture x(1).
         02 fl-edit-date picture x(8).
         02 filler    picture x(1).
         02 fl-original picture x(62).
         02 filler    picture x(1).
         02 fl-repaired picture x(62).
         02 filler    picture x(3).
fd qa-in.
     01 qa-in-line picture x(140).
fd retry-file.
     01 retry-record.
         02 retry-in-z picture s9(10)v9(6) sign leading separate.
         02 retry-degree picture 9(2).
         02 retry-dept picture x(3).
         02 filler picture x(6).
fd trace-file.
     01 trace-line picture x(150).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 audit-in-status picture x(2).
77 audit-cat-status picture x(2).
77 run-ctl-in-status picture x(2).
77 fix-log-status picture x(2).
77 qa-in-status picture x(2).
77 retry-status picture x(2).
77 trace-status picture x(2).
77 run-ctl-status picture x(2).
77 audit-in-eof-sw picture x(1) value 'n'.
    88 audit-in-eof value 'y'.
77 audit-cat-eof-sw picture x(1) value 'n'.
    88 audit-cat-eof value 'y'.
77 run-ctl-eof-sw picture x(1) value 'n'.
    88 run-ctl-eof value 'y'.
77 fix-log-eof-sw picture x(1) value 'n'.
    88 fix-log-eof value 'y'.
77 qa-eof-sw picture x(1) value 'n'.
    88 qa-eof value 'y'.
77 retry-eof-sw picture x(1) value 'n'.
    88 retry-eof value 'y'.
77 by-seq-sw picture x(1) value 'n'.
    88 search-by-seq value 'y'.
77 match-sw picture x(1) value 'n'.
    88 record-matches value 'y'.
77 run-found-sw picture x(1) value 'n'.
    88 run-found value 'y'.
77 run-ended-sw picture x(1) value 'n'.
    88 run-ended value 'y'.
77 repair-found-sw picture x(1) value 'n'.
    88 repair-found value 'y'.
77 qa-found-sw picture x(1) value 'n'.
    88 qa-found value 'y'.
77 recon-found-sw picture x(1) value 'n'.
    88 recon-found value 'y'.
77 retry-found-sw picture x(1) value 'n'.
    88 retry-pending value 'y'.
77 userAns picture x(25).
77 trail-sub picture 9(1) value zero.
77 log-file-name picture x(24).
77 run-ctl-file-name picture x(24).
77 qa-file-name picture x(16).
77 last-gen-date picture 9(8) value zero.
77 want-seq picture zzzzz9.
77 seq-len picture 9(2).
77 seq-num picture 9(6).
77 want-dept picture x(3).
77 want-date picture 9(8).
77 want-root picture s9(10)v9(6) sign leading separate.
77 want-operand picture 9(20).
77 run-date picture 9(8).
77 read-count picture 9(6) value zero.
77 trace-count picture 9(6) value zero.
77 match-count picture 9(4) value zero.
77 other-count picture 9(2) value zero.
77 other-sub picture 9(2).
77 found-line picture x(150).
77 found-file picture x(24).
77 found-date picture 9(8).
77 found-time picture 9(6).
77 found-dept picture x(3).
77 found-source picture x(1).
77 found-root picture s9(10)v9(6).
77 found-first picture 9(20).
77 qa-name picture x(16).
77 raw-operand picture 9(20).
77 raw-dept picture x(3).
77 root-edit picture -(11)9.9(6).
77 operand-edit picture z(19)9.
77 degree-edit picture z9.
*> what was found for each part of the trace
77 run-program picture x(10).
77 run-mode picture x(1).
77 run-start-date picture 9(8).
77 run-start-time picture 9(6).
77 run-end-status picture x(1).
77 run-end-read picture 9(6).
77 run-end-written picture 9(6).
77 run-end-date picture 9(8).
77 run-end-time picture 9(6).
77 repair-line picture x(180).
77 qa-line picture x(140).
77 recon-line picture x(120).
*> the trails, where their generations go, where each carries the
*> submitter code, the programs that write them and the source
*> name pre-edit gives their rejects
01 trail-names.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(12) value 'AUDIT-GEN-'.
    02 filler picture 9(3) value 091.
    02 filler picture x(10) value 'sqrtbabyex'.
    02 filler picture x(10) value 'dispatch  '.
    02 filler picture x(5) value 'SQRT '.
    02 filler picture x(9) value 'roots'.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture x(12) value 'MULT-GEN-'.
    02 filler picture 9(3) value 139.
    02 filler picture x(10) value 'a4        '.
    02 filler picture x(10) value 'dispatch  '.
    02 filler picture x(5) value 'MULT '.
    02 filler picture x(9) value 'products'.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(12) value 'DIV-GEN-'.
    02 filler picture 9(3) value 127.
    02 filler picture x(10) value 'peasdiv   '.
    02 filler picture x(10) value 'peasdiv   '.
    02 filler picture x(5) value 'DIV  '.
    02 filler picture x(9) value 'quotients'.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture x(12) value 'POW-GEN-'.
    02 filler picture 9(3) value 101.
    02 filler picture x(10) value 'peaspow   '.
    02 filler picture x(10) value 'peaspow   '.
    02 filler picture x(5) value 'POW  '.
    02 filler picture x(9) value 'powers'.
01 trail-table redefines trail-names.
    02 trail-entry occurs 4 times.
        03 tt-live-log picture x(16).
        03 tt-gen-prefix picture x(12).
        03 tt-dept-pos picture 9(3).
        03 tt-program-1 picture x(10).
        03 tt-program-2 picture x(10).
        03 tt-source picture x(5).
        03 tt-label picture x(9).
*> the repaired line is laid over the raw value so the sign can
*> be checked where the repair put it
01 raw-root-view.
    02 raw-root picture s9(10)v9(6) sign leading separate.
01 other-seqs.
    02 other-seq picture x(6) occurs 10 times.
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
    02 filler picture x(26) value 'lineage trace of a figure'.
01 trail-prompt.
    02 filler picture x(60) value
        'Which trail? (1=roots 2=products 3=quotients 4=powers): '.
01 seq-prompt.
    02 filler picture x(60) value
        'Audit sequence number (blank = by submitter and value): '.
01 dept-prompt.
    02 filler picture x(30) value 'Submitter code: '.
01 date-prompt.
    02 filler picture x(40) value 'Date it was calculated (yyyymmdd): '.
01 root-prompt.
    02 filler picture x(40) value 'Value submitted: '.
01 operand-prompt.
    02 filler picture x(40) value 'First operand submitted: '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
01 trace-text picture x(150).
01 trace-heading.
    02 filler picture x(16) value 'lineage trace - '.
    02 th-label picture x(9).
    02 filler picture x(10) value '  run on '.
    02 th-run-date picture 9(8).
    02 filler picture x(10) value '   page 1'.
01 trace-rule.
    02 filler picture x(40) value all '-'.
    02 filler picture x(40) value all '-'.
01 found-on-line.
    02 filler picture x(10) value 'found on  '.
    02 fo-file picture x(24).
    02 filler picture x(6) value '  seq '.
    02 fo-seq picture x(6).
    02 filler picture x(12) value '  submitter '.
    02 fo-dept picture x(3).
    02 filler picture x(13) value '  calculated '.
    02 fo-date picture 9(8).
    02 filler picture x(1) value space.
    02 fo-time picture 9(6).
01 run-start-line.
    02 filler picture x(10) value 'run:      '.
    02 rs-program picture x(10).
    02 filler picture x(1) value space.
    02 rs-mode picture x(11).
    02 filler picture x(9) value ' started '.
    02 rs-date picture 9(8).
    02 filler picture x(1) value space.
    02 rs-time picture 9(6).
01 run-end-line.
    02 filler picture x(10) value spaces.
    02 re-text picture x(20).
    02 re-date picture 9(8).
    02 filler picture x(1) value space.
    02 re-time picture 9(6).
    02 filler picture x(7) value '  read '.
    02 re-read picture zzzzz9.
    02 filler picture x(10) value '  written '.
    02 re-written picture zzzzz9.
01 repair-head-line.
    02 filler picture x(19) value 'repair:   repaired '.
    02 rh-date picture 9(8).
    02 filler picture x(1) value space.
    02 rh-time picture 9(6).
    02 filler picture x(4) value ' by '.
    02 rh-oper picture x(8).
    02 filler picture x(16) value ' - reject code '.
    02 rh-code picture x(2).
    02 filler picture x(14) value ' at the edit '.
    02 rh-edit-date picture x(8).
01 repair-was-line.
    02 filler picture x(20) value '          rejected: '.
    02 rw-data picture x(62).
01 repair-now-line.
    02 filler picture x(20) value '          repaired: '.
    02 rn-data picture x(62).
01 sqrt-qa-line.
    02 filler picture x(36) value
        'qa:       flagged by sqrtqa - wants '.
    02 sq-expected picture x(19).
    02 filler picture x(8) value ', off by'.
    02 sq-diff picture x(19).
01 calc-qa-line.
    02 filler picture x(30) value 'qa:       flagged by calcqa - '.
    02 cq-note picture x(22).
    02 filler picture x(8) value ', wants'.
    02 cq-expected picture x(20).
01 pow-qa-line.
    02 filler picture x(30) value 'qa:       flagged by calcqa - '.
    02 pq-note picture x(22).
    02 filler picture x(8) value ', wants'.
    02 pq-expected picture x(27).
01 recon-verdict-line.
    02 filler picture x(10) value 'retry:    '.
    02 rv-text picture x(28).
    02 rv-verdict picture x(8).
    02 filler picture x(14) value ' on audit seq '.
    02 rv-seq picture x(6).
    02 filler picture x(12) value ' - new root '.
    02 rv-new-y picture x(19).
01 also-line.
    02 filler picture x(24) value 'also matched, audit seq'.
    02 al-seq picture x(6) occurs 10 times.
01 trace-end-line.
    02 filler picture x(15) value '*end of trace*'.
procedure division.
    move zero to read-count.
    move zero to trace-count.
    move zero to match-count.
    move zero to other-count.
    move spaces to other-seqs.
    move 'n' to run-found-sw.
    move 'n' to run-ended-sw.
    move 'n' to repair-found-sw.
    move 'n' to qa-found-sw.
    move 'n' to recon-found-sw.
    move 'n' to retry-found-sw.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.
    accept run-date from date yyyymmdd.

    perform get-trail-choice.
    perform get-search-key.

    move 'S' to rc-status.
    perform write-run-control.

    *> history first, in the order it was rolled, then the live
    *> trail - the last match is then the latest one
    perform scan-audit-catalog.
    move tt-live-log(trail-sub) to log-file-name.
    perform scan-one-log.

    if match-count is equal to zero
        display 'no record on the ' tt-label(trail-sub)
            ' trail or its generations matches what was keyed.'
    else
        perform unpack-found-record
        perform find-producing-run
        perform find-rejfix-repair
        perform find-qa-flag
        if trail-sub is equal to 1
            perform find-retry-history
        end-if
        perform print-trace-page
        write out-line from spaces after advancing 1 line
        display 'trace written to LINEAGE-TRACE.DAT.'
    end-if.

    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    goback.

get-trail-choice.
    write out-line from trail-prompt after advancing 1 line.
    accept userAns.
    evaluate userAns
        when "1"
            move 1 to trail-sub
        when "2"
            move 2 to trail-sub
        when "3"
            move 3 to trail-sub
        when "4"
            move 4 to trail-sub
        when other
            write out-line from user-tryagain after advancing 1 line
            perform get-trail-choice
    end-evaluate.

get-search-key.
    write out-line from seq-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to spaces
        move 'n' to by-seq-sw
        perform get-want-dept
        perform get-want-date
        perform get-want-value
    else
        *> the seq is keyed as printed, without its leading zeros
        move zero to seq-len
        inspect userAns tallying seq-len
            for characters before initial space
        if seq-len is greater than zero and seq-len is less than 7
                and userAns(1:seq-len) is numeric
                and userAns(seq-len + 1:) is equal to spaces
            set search-by-seq to true
            move userAns(1:seq-len) to seq-num
            move seq-num to want-seq
        else
            write out-line from user-tryagain after advancing 1 line
            perform get-search-key
        end-if
    end-if.

get-want-dept.
    write out-line from dept-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to spaces
            or userAns(4:22) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-want-dept
    else
        move userAns(1:3) to want-dept
    end-if.

get-want-date.
    write out-line from date-prompt after advancing 1 line.
    accept userAns.
    if userAns(1:8) is not numeric
            or userAns(9:17) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-want-date
    else
        move userAns(1:8) to want-date
    end-if.

get-want-value.
    *> the value is taken into a numeric field so it is keyed the
    *> way the calculator itself takes it, then edited the way the
    *> trail prints it so the two compare as text
    if trail-sub is equal to 1
        write out-line from root-prompt after advancing 1 line
        accept want-root
        move want-root to root-edit
    else
        write out-line from operand-prompt after advancing 1 line
        accept want-operand
        move want-operand to operand-edit
    end-if.

scan-audit-catalog.
    *> a seq can sit in any generation; a dated search only needs
    *> the generations rolled on or after the date. a second roll
    *> on one day appends a second catalog line for the same file,
    *> so a date already scanned is passed over
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
    if cat-log is equal to tt-live-log(trail-sub)
            and cat-date is not equal to last-gen-date
        if search-by-seq or cat-date is not less than want-date
            move cat-date to last-gen-date
            move spaces to log-file-name
            string tt-gen-prefix(trail-sub) delimited by space
                cat-date delimited by size
                '.DAT' delimited by size
                into log-file-name
            perform scan-one-log
        end-if
    end-if.
    perform read-cat-record.

scan-one-log.
    move 'n' to audit-in-eof-sw.
    open input audit-in.
    if audit-in-status is not equal to "00"
        display log-file-name ' not on the box - skipped.'
    else
        perform read-audit-record
        perform check-audit-record until audit-in-eof
        close audit-in
    end-if.

read-audit-record.
    read audit-in
        at end set audit-in-eof to true
        not at end add 1 to read-count
    end-read.

check-audit-record.
    move 'n' to match-sw.
    if search-by-seq
        if audit-in-line(1:6) is equal to want-seq
            set record-matches to true
        end-if
    else
        perform match-dept-date-value
    end-if.
    if record-matches
        *> an earlier match is pushed onto the also-matched list
        *> and the trace follows the latest
        if match-count is greater than zero
                and other-count is less than 10
            add 1 to other-count
            move found-line(1:6) to other-seq(other-count)
        end-if
        add 1 to match-count
        move audit-in-line to found-line
        move log-file-name to found-file
    end-if.
    perform read-audit-record.

match-dept-date-value.
    if audit-in-line(9:8) is equal to want-date
            and audit-in-line(tt-dept-pos(trail-sub):3)
                is equal to want-dept
        if trail-sub is equal to 1
            if audit-in-line(36:19) is equal to root-edit
                set record-matches to true
            end-if
        else
            if audit-in-line(36:20) is equal to operand-edit
                set record-matches to true
            end-if
        end-if
    end-if.

unpack-found-record.
    move found-line(9:8) to found-date.
    move found-line(18:6) to found-time.
    move found-line(tt-dept-pos(trail-sub):3) to found-dept.
    if trail-sub is equal to 1
        move found-line(89:1) to found-source
        move found-line(36:19) to root-edit
        move root-edit to found-root
    else
        move 'C' to found-source
        move found-line(36:20) to operand-edit
        move operand-edit to found-first
    end-if.

find-producing-run.
    *> the run is the last start of a program that writes this
    *> trail, stamped the same day at or before the record, and
    *> the first finish of that program after it. the run control
    *> rolls with the trails, so its generations from the record's
    *> date on are read before the live file
    move 'n' to audit-cat-eof-sw.
    move zero to last-gen-date.
    open input audit-cat.
    if audit-cat-status = "00"
        perform read-cat-record
        perform check-run-cat-record until audit-cat-eof
        close audit-cat
    end-if.
    move 'RUN-CONTROL.DAT' to run-ctl-file-name.
    perform scan-run-control.

check-run-cat-record.
    if cat-log is equal to 'RUN-CONTROL.DAT'
            and cat-date is not less than found-date
            and cat-date is not equal to last-gen-date
        move cat-date to last-gen-date
        move spaces to run-ctl-file-name
        string 'RUNCTL-GEN-' delimited by size
            cat-date delimited by size
            '.DAT' delimited by size
            into run-ctl-file-name
        perform scan-run-control
    end-if.
    perform read-cat-record.

scan-run-control.
    move 'n' to run-ctl-eof-sw.
    open input run-ctl-in.
    if run-ctl-in-status = "00"
        perform read-run-control
        perform check-run-control until run-ctl-eof
        close run-ctl-in
    end-if.

read-run-control.
    read run-ctl-in
        at end set run-ctl-eof to true
    end-read.

check-run-control.
    if rci-status is equal to 'S'
            and rci-date is equal to found-date
            and rci-time is not greater than found-time
            and (rci-program is equal to tt-program-1(trail-sub)
              or rci-program is equal to tt-program-2(trail-sub))
        set run-found to true
        move 'n' to run-ended-sw
        move rci-program to run-program
        move rci-mode to run-mode
        move rci-date to run-start-date
        move rci-time to run-start-time
    else
        if run-found and not run-ended
                and rci-program is equal to run-program
                and (rci-status is equal to 'C'
                  or rci-status is equal to 'F')
            set run-ended to true
            move rci-status to run-end-status
            move rci-read to run-end-read
            move rci-written to run-end-written
            move rci-date to run-end-date
            move rci-time to run-end-time
        end-if
    end-if.
    perform read-run-control.

find-rejfix-repair.
    *> quotients never pass through pre-edit, so have no rejects
    *> to repair. for the others the latest repair made before the
    *> record was stamped whose repaired line carries the same
    *> submitter and value is the one it came through
    if trail-sub is not equal to 3
        move 'n' to fix-log-eof-sw
        open input fix-log
        if fix-log-status = "00"
            perform read-fix-log
            perform check-fix-log until fix-log-eof
            close fix-log
        end-if
    end-if.

read-fix-log.
    read fix-log
        at end set fix-log-eof to true
    end-read.

check-fix-log.
    if fl-action is equal to 'REPAIRED'
            and fl-source is equal to tt-source(trail-sub)
            and (fl-date is less than found-date
              or (fl-date is equal to found-date
                  and fl-time is not greater than found-time))
        if trail-sub is equal to 1
            move fl-repaired(1:17) to raw-root-view
            if raw-root is numeric
                    and fl-repaired(20:3) is equal to found-dept
                if raw-root is equal to found-root
                    set repair-found to true
                    move fix-log-record to repair-line
                end-if
            end-if
        else
            *> a raw power line carries its code after the base,
            *> exponent and scale; a product's after both operands
            if trail-sub is equal to 4
                move fl-repaired(27:3) to raw-dept
            else
                move fl-repaired(45:3) to raw-dept
            end-if
            if fl-repaired(1:20) is numeric
                    and raw-dept is equal to found-dept
                move fl-repaired(1:20) to raw-operand
                if raw-operand is equal to found-first
                    set repair-found to true
                    move fix-log-record to repair-line
                end-if
            end-if
        end-if
    end-if.
    perform read-fix-log.

find-qa-flag.
    *> sqrtqa lists roots by seq; calcqa carries no seq, so a
    *> product or quotient is matched on its two operands and a
    *> power on its base and exponent. a
    *> record an expedite run produced was checked onto the
    *> expedite run's own qa file
    if trail-sub is equal to 1
        move 'SQRT-QA.DAT' to qa-file-name
    else
        move 'CALC-QA.DAT' to qa-file-name
    end-if.
    if run-found and run-mode is equal to 'x'
        if trail-sub is equal to 1
            move 'EXP-SQRT-QA.DAT' to qa-file-name
        else
            move 'EXP-CALC-QA.DAT' to qa-file-name
        end-if
    end-if.
    move qa-file-name to qa-name.
    move 'n' to qa-eof-sw.
    open input qa-in.
    if qa-in-status = "00"
        perform read-qa-line
        perform check-qa-line until qa-eof
        close qa-in
    end-if.

read-qa-line.
    read qa-in
        at end set qa-eof to true
    end-read.

check-qa-line.
    if trail-sub is equal to 1
        if qa-in-line(2:6) is equal to found-line(1:6)
                and qa-in-line(10:19) is equal to found-line(36:19)
            set qa-found to true
            move qa-in-line to qa-line
        end-if
    else
        if trail-sub is equal to 4
            *> the exponent is printed right-aligned in a wider
            *> column on the qa line than on the trail
            if qa-in-line(2:5) is equal to tt-source(trail-sub)
                    and qa-in-line(9:20) is equal to found-line(36:20)
                    and qa-in-line(47:4) is equal to found-line(58:4)
                    and qa-in-line(31:16) is equal to spaces
                set qa-found to true
                move qa-in-line to qa-line
            end-if
        else
            if qa-in-line(2:5) is equal to tt-source(trail-sub)
                    and qa-in-line(9:20) is equal to found-line(36:20)
                    and qa-in-line(31:20) is equal to found-line(58:20)
                set qa-found to true
                move qa-in-line to qa-line
            end-if
        end-if
    end-if.
    perform read-qa-line.

find-retry-history.
    *> qarecon judges a rerun against the seq of the original;
    *> a root that is itself the rerun is matched on its input
    move 'SQRT-RECON.DAT' to qa-file-name.
    move 'n' to qa-eof-sw.
    open input qa-in.
    if qa-in-status = "00"
        perform read-qa-line
        perform check-recon-line until qa-eof
        close qa-in
    end-if.
    move 'n' to retry-eof-sw.
    open input retry-file.
    if retry-status = "00"
        perform read-retry-record
        perform check-retry-record until retry-eof
        close retry-file
    end-if.

check-recon-line.
    if qa-in-line(2:6) is equal to found-line(1:6)
        set recon-found to true
        move qa-in-line to recon-line
    else
        if found-source is equal to 'R'
                and qa-in-line(10:19) is equal to found-line(36:19)
            set recon-found to true
            move qa-in-line to recon-line
        end-if
    end-if.
    perform read-qa-line.

read-retry-record.
    read retry-file
        at end set retry-eof to true
    end-read.

check-retry-record.
    *> the header and trailer carry a type letter where a value
    *> carries its sign
    if retry-in-z is numeric
            and retry-dept is equal to found-dept
        move retry-degree to degree-edit
        if retry-in-z is equal to found-root
                and degree-edit is equal to found-line(78:2)
            set retry-pending to true
        end-if
    end-if.
    perform read-retry-record.

print-trace-page.
    open output trace-file.
    move tt-label(trail-sub) to th-label.
    move run-date to th-run-date.
    move trace-heading to trace-text.
    perform put-trace-line.
    move trace-rule to trace-text.
    perform put-trace-line.
    move found-line to trace-text.
    perform put-trace-line.
    move found-file to fo-file.
    move found-line(1:6) to fo-seq.
    move found-dept to fo-dept.
    move found-date to fo-date.
    move found-time to fo-time.
    move found-on-line to trace-text.
    perform put-trace-line.
    perform print-run-part.
    perform print-source-part.
    perform print-repair-part.
    perform print-qa-part.
    perform print-retry-part.
    if other-count is greater than zero
        move spaces to also-line(25:60)
        move 1 to other-sub
        perform copy-other-seq until other-sub > other-count
        move also-line to trace-text
        perform put-trace-line
    end-if.
    move trace-rule to trace-text.
    perform put-trace-line.
    move trace-end-line to trace-text.
    perform put-trace-line.
    close trace-file.

copy-other-seq.
    move other-seq(other-sub) to al-seq(other-sub).
    add 1 to other-sub.

print-run-part.
    if not run-found
        move 'run:      no start on RUN-CONTROL.DAT or its generations'
            to trace-text
        perform put-trace-line
    else
        move run-program to rs-program
        evaluate run-mode
            when 'b'
                move 'batch' to rs-mode
            when 'x'
                move 'expedite' to rs-mode
            when other
                move 'interactive' to rs-mode
        end-evaluate
        move run-start-date to rs-date
        move run-start-time to rs-time
        move run-start-line to trace-text
        perform put-trace-line
        if not run-ended
            move spaces to trace-text
            move 'no finish recorded - still running or abended'
                to trace-text(11:)
            perform put-trace-line
        else
            if run-end-status is equal to 'C'
                move 'completed' to re-text
            else
                move 'FAILED' to re-text
            end-if
            move run-end-date to re-date
            move run-end-time to re-time
            move run-end-read to re-read
            move run-end-written to re-written
            move run-end-line to trace-text
            perform put-trace-line
        end-if
    end-if.

print-source-part.
    evaluate found-source
        when 'C'
            if trail-sub is equal to 1
                move 'source:   computed by the approximation'
                    to trace-text
            else
                move 'source:   computed - no cache on this calculator'
                    to trace-text
            end-if
        when 'L'
            move 'source:   taken from the ROOT-MASTER.DAT lookup cache'
                to trace-text
        when 'R'
            move 'source:   computed on a retry rerun'
                to trace-text
        when other
            move 'source:   not recorded on this older record'
                to trace-text
    end-evaluate.
    perform put-trace-line.

print-repair-part.
    if trail-sub is equal to 3
        move 'repair:   quotients are not pre-edited - no repair path'
            to trace-text
        perform put-trace-line
    else
        if not repair-found
            move 'repair:   none on REJFIX-LOG.DAT - edited clean'
                to trace-text
            perform put-trace-line
        else
            move repair-line to fix-log-record
            move fl-date to rh-date
            move fl-time to rh-time
            move fl-oper to rh-oper
            move fl-code to rh-code
            move fl-edit-date to rh-edit-date
            move repair-head-line to trace-text
            perform put-trace-line
            move fl-original to rw-data
            move repair-was-line to trace-text
            perform put-trace-line
            move fl-repaired to rn-data
            move repair-now-line to trace-text
            perform put-trace-line
        end-if
    end-if.

print-qa-part.
    if not qa-found
        move spaces to trace-text
        string 'qa:       not flagged on ' delimited by size
            qa-name delimited by space
            ' (the last qa pass)' delimited by size
            into trace-text
    else
        if trail-sub is equal to 1
            move qa-line(52:19) to sq-expected
            move qa-line(73:19) to sq-diff
            move sqrt-qa-line to trace-text
        else
            if trail-sub is equal to 4
                move qa-line(111:22) to pq-note
                move qa-line(82:27) to pq-expected
                move pow-qa-line to trace-text
            else
                move qa-line(97:22) to cq-note
                move qa-line(75:20) to cq-expected
                move calc-qa-line to trace-text
            end-if
        end-if
    end-if.
    perform put-trace-line.

print-retry-part.
    if trail-sub is not equal to 1
        move 'retry:    no retry path for this calculator' to trace-text
        perform put-trace-line
    else
        if recon-found
            if found-source is equal to 'R'
                move 'this is the rerun - qarecon ' to rv-text
            else
                move 'rerun judged by qarecon ' to rv-text
            end-if
            move recon-line(73:8) to rv-verdict
            move recon-line(2:6) to rv-seq
            move recon-line(52:19) to rv-new-y
            move recon-verdict-line to trace-text
            perform put-trace-line
        end-if
        if retry-pending
            move 'retry:    queued on SQRT-RETRY.DAT for the next rerun'
                to trace-text
            perform put-trace-line
        end-if
        if not recon-found and not retry-pending
            if found-source is equal to 'R'
                move 'retry:    a rerun - no qarecon verdict yet'
                    to trace-text
            else
                move 'retry:    none - not queued, no qarecon verdict'
                    to trace-text
            end-if
            perform put-trace-line
        end-if
    end-if.

put-trace-line.
    write out-line from trace-text after advancing 1 line.
    write trace-line from trace-text.
    add 1 to trace-count.
    move spaces to trace-text.

write-run-control.
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'lineage   ' to rc-program.
    move 'i' to rc-mode.
    move read-count to rc-read.
    move trace-count to rc-written.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.
