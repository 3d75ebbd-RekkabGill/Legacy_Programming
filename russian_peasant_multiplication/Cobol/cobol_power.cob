*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: cobol_power.cob
*> Russian peasant exponentiation - a base raised to an integer power.
*> How to Compile: cobc -x -free -Wall cobol_power.cob (link
*> ../../menu_driver/lockmgr.cob and
*> ../../babylonian_square_roots_cobol/audchk.cob)
*> How to use: enter a base (with how many of its digits are decimal
*> places, 0-6, the way a4 takes its scaled amounts) and a whole
*> exponent of 0-9999, and the program returns the power by the same
*> halving and doubling a4 multiplies with: the exponent is halved
*> each pass, the base is squared each pass, and on every pass the
*> exponent is odd the running power is multiplied by the square -
*> a compound growth factor over 120 periods takes a dozen passes,
*> not 120 chained multiplications by hand. The power is carried to
*> ten decimal places and shown to six; one that will not fit the
*> same 20 integer digits a4's product has is flagged as an
*> overflow and the passes stop there. An optional trace writes
*> every pass to the terminal as a worked table. If POW-INPUT.DAT is
*> present (editpass cuts it from the POW-RAW.DAT drop) it is read
*> for a sheet of base/exponent records instead of prompting - base
*> 9(20), exponent 9(4), base decimal places 9(2), submitter code
*> x(3) - its header ('H' + date + count) and trailer ('T' + count
*> + hash of base+exponent) are verified the way a4 verifies
*> MULT-INPUT.DAT, and every power is written to POW-REPORT.DAT,
*> paginated at the site page length. Every power is appended to
*> POW-AUDIT.DAT with the sequence/date/time/operator stamp and the
*> chained check value audver proves, numbered from the POW-SEQ.DAT
*> control record. The 'POW' lock is held for the run.
*>
*> modifications:
*> - an expedite run (the expedite driver names the department in
*>   the EXPEDITE_DEPT environment variable for the length of its
*>   run) reads EXP-POW-INPUT.DAT and prints EXP-POW-REPORT.DAT,
*>   leaving the night's files alone. it logs under the 'POW' lock
*>   like any batch, its run-control records carry mode 'x' so
*>   chargeback can bill the work at the expedite premium, and
*>   with no clean file it stops with return code 12 instead of
*>   prompting.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. peaspow.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select pow-input assign to pow-input-name
         organization is line sequential
         file status is pow-in-status.
     select pow-report assign to pow-report-name
         organization is line sequential
         file status is pow-report-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
     select audit-file assign to "POW-AUDIT.DAT"
         organization is line sequential
         file status is audit-status.
     select audit-ctl assign to "POW-SEQ.DAT"
         organization is line sequential
         file status is audit-ctl-status.
     select signon-id assign to "SIGNON-ID.DAT"
         organization is line sequential
         file status is signon-id-status.
     select site-params assign to "SITE-PARAMS.DAT"
         organization is line sequential
         file status is params-status.
data division.
file section.
fd standard-output.
     01 out-line  picture x(100).
fd pow-input.
     01 pow-input-record.
         02 pin-base     picture 9(20).
         02 pin-exponent picture 9(4).
         02 pin-scale    picture 9(2).
         02 pin-dept     picture x(3).
     01 pow-header-record.
         02 phr-type  picture x(1).
         02 phr-date  picture 9(8).
         02 phr-count picture 9(6).
     01 pow-trailer-record.
         02 ptr-type  picture x(1).
         02 ptr-count picture 9(6).
         02 ptr-hash  picture 9(18).
fd pow-report.
     01 pow-report-line picture x(100).
fd run-control.
     01 run-control-line picture x(44).
fd audit-file.
     01 audit-line picture x(150).
fd audit-ctl.
     01 audit-ctl-record.
         02 ctl-seq  picture 9(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
fd site-params.
     01 site-params-record.
         02 sp-tolerance picture 9v9(9).
         02 filler picture x(1).
         02 sp-default-ceiling picture 9(4).
         02 filler picture x(1).
         02 sp-retry-ceiling picture 9(4).
         02 filler picture x(1).
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
working-storage section.
77 signon-id-status picture x(2).
77 params-status picture x(2).
77 baseInt picture 9(20).
77 exponent picture 9(4).
77 base-scale picture 9(2).
*> the working power and square carry four decimal places more
*> than are shown, so a scaled base squared a dozen times still
*> rounds to the same six places the native power gives
77 power-value  picture 9(20)v9(10).
77 square-value picture 9(20)v9(10).
77 disp-power picture 9(20)v9(6).
77 exp-left picture 9(4).
77 exp-half picture 9(4).
77 exp-bit  picture 9(1).
77 base-raw picture x(20).
77 base-chk picture x(20).
77 exp-raw  picture x(20).
77 exp-chk  picture x(20).
77 exp-num  picture 9(20).
77 scale-raw picture x(20).
77 scale-chk picture x(20).
77 userAns picture x(50).
77 pow-in-status picture x(2).
77 pow-report-status picture x(2).
77 run-ctl-status picture x(2).
77 batch-sw picture x(1) value 'n'.
    88 batch-mode value 'y'.
77 pow-in-eof-sw picture x(1) value 'n'.
    88 pow-in-eof value 'y'.
77 overflow-sw picture x(1) value 'n'.
    88 overflow-detected value 'y'.
77 bad-scale-sw picture x(1) value 'n'.
    88 bad-scale value 'y'.
77 trace-sw picture x(1) value 'n'.
    88 trace-mode value 'y'.
77 pow-read-cnt picture 9(6) value zero.
77 pow-written-cnt picture 9(6) value zero.
77 overflow-cnt picture 9(6) value zero.
77 header-seen-sw picture x(1) value 'n'.
    88 header-seen value 'y'.
77 trailer-seen-sw picture x(1) value 'n'.
    88 trailer-seen value 'y'.
77 control-fail-sw picture x(1) value 'n'.
    88 control-fail value 'y'.
77 header-count picture 9(6) value zero.
77 trailer-count picture 9(6) value zero.
77 input-hash picture 9(18) value zero.
77 trailer-hash picture 9(18) value zero.
77 run-date picture 9(8).
77 run-oper picture x(8) value spaces.
77 audit-status picture x(2).
77 audit-ctl-status picture x(2).
77 audit-seq picture 9(6) value zero.
77 audit-check picture 9(6) value zero.
77 chk-text picture x(150).
77 chk-length picture 9(3) value 103.
77 audit-eof-sw picture x(1) value 'n'.
    88 audit-eof value 'y'.
77 cur-dept picture x(3) value spaces.
77 lock-name picture x(10).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
*> the department an expedite run is for - blank on every ordinary
*> run, and then the night's file names stand
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
77 pow-input-name picture x(20).
77 pow-report-name picture x(20).
77 report-page picture 9(4).
77 report-line-count picture 9(2).
77 page-line-limit picture 9(2) value 50.
01 report-stage picture x(100).
01 audit-scan-work.
    02 asw-seq picture zzzzz9.
    02 filler  picture x(98).
    02 asw-check picture x(6).
    02 filler  picture x(40).
01 audit-detail.
    02 aud-seq  picture zzzzz9.
    02 filler   picture x(2) value spaces.
    02 aud-date picture 9(8).
    02 filler   picture x(1) value spaces.
    02 aud-time picture 9(6).
    02 filler   picture x(2) value spaces.
    02 aud-oper picture x(8).
    02 filler   picture x(2) value spaces.
    02 aud-base picture z(19)9.
    02 filler   picture x(2) value spaces.
    02 aud-exponent picture zzz9.
    02 filler   picture x(2) value spaces.
    02 aud-power picture z(19)9.9(6).
    02 filler   picture x(2) value spaces.
    02 aud-scale picture zz9.
    02 filler   picture x(2) value spaces.
    02 aud-flag picture x(1).
    02 filler   picture x(2) value spaces.
    02 aud-dept picture x(3).
    02 filler   picture x(1) value spaces.
    02 aud-check picture 9(6).
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
01 trace-heading.
    02 filler picture x(2) value spaces.
    02 filler picture x(8) value 'exponent'.
    02 filler picture x(2) value spaces.
    02 filler picture x(3) value 'odd'.
    02 filler picture x(24) value spaces.
    02 filler picture x(6) value 'square'.
    02 filler picture x(17) value spaces.
    02 filler picture x(13) value 'running power'.
01 trace-underline.
    02 filler picture x(2) value spaces.
    02 filler picture x(8) value '--------'.
    02 filler picture x(2) value spaces.
    02 filler picture x(3) value '---'.
    02 filler picture x(3) value spaces.
    02 filler picture x(27) value '---------------------------'.
    02 filler picture x(3) value spaces.
    02 filler picture x(27) value '---------------------------'.
01 trace-line.
    02 filler picture x(6) value spaces.
    02 tr-exponent picture zzz9.
    02 filler picture x(4) value spaces.
    02 tr-bit picture 9.
    02 filler picture x(3) value spaces.
    02 tr-square picture z(19)9.9(6).
    02 filler picture x(3) value spaces.
    02 tr-power picture z(19)9.9(6).
01 trace-question.
    02 filler picture x(50) value
        'Would you like a step-by-step trace? (yes/no): '.
01 report-head.
    02 filler picture x(9) value spaces.
    02 filler picture x(30) value 'russian peasant exponentiation'.
    02 filler picture x(6) value spaces.
    02 rh-date picture 9(8).
    02 filler picture x(4) value spaces.
    02 filler picture x(5) value 'page '.
    02 rh-page picture zzz9.
01 under-line.
    02 filler picture x(48) value
        '------------------------------------------------'.
01 col-heads.
    02 filler picture x(17) value spaces.
    02 filler picture x(4) value 'base'.
    02 filler picture x(3) value spaces.
    02 filler picture x(2) value 'dp'.
    02 filler picture x(3) value spaces.
    02 filler picture x(4) value ' exp'.
    02 filler picture x(25) value spaces.
    02 filler picture x(5) value 'power'.
    02 filler picture x(2) value spaces.
    02 filler picture x(4) value 'note'.
    02 filler picture x(27) value spaces.
    02 filler picture x(4) value 'dept'.
01 underline-2.
    02 filler picture x(21) value ' --------------------'.
    02 filler picture x(3) value spaces.
    02 filler picture x(2) value '--'.
    02 filler picture x(3) value spaces.
    02 filler picture x(4) value '----'.
    02 filler picture x(3) value spaces.
    02 filler picture x(27) value '---------------------------'.
    02 filler picture x(2) value spaces.
    02 filler picture x(30) value
        '------------------------------'.
    02 filler picture x(1) value spaces.
    02 filler picture x(4) value '----'.
01 pow-report-detail.
    02 filler picture x value space.
    02 pr-base picture z(19)9.
    02 filler picture x(3) value spaces.
    02 pr-scale picture z9.
    02 filler picture x(3) value spaces.
    02 pr-exponent picture zzz9.
    02 filler picture x(3) value spaces.
    02 pr-power picture z(19)9.9(6).
    02 filler picture x(2) value spaces.
    02 pr-warn picture x(30).
    02 filler picture x(2) value spaces.
    02 pr-dept picture x(3).
01 summary-count.
    02 filler picture x(20) value 'powers calculated: '.
    02 sum-count picture zzzzz9.
    02 filler picture x(5) value spaces.
    02 filler picture x(12) value 'overflowed: '.
    02 sum-overflow picture zzzzz9.
01 report-end-line.
    02 filler picture x(15) value '*end of report*'.
01 control-fail-line.
    02 filler picture x(50) value
        '*** CONTROL TOTALS OUT OF BALANCE - SEE BELOW ***'.
01 control-none-line.
    02 filler picture x(50) value
        'no control records on input - counts not verified'.
01 control-count-line.
    02 filler picture x(17) value 'records read:    '.
    02 ccl-read picture zzzzz9.
    02 filler picture x(5) value spaces.
    02 filler picture x(9) value 'expected '.
    02 ccl-expected picture zzzzz9.
01 control-hash-line.
    02 filler picture x(17) value 'hash total:      '.
    02 chl-hash picture 9(18).
    02 filler picture x(5) value spaces.
    02 filler picture x(9) value 'expected '.
    02 chl-expected picture 9(18).
01 user-intro.
    02 filler picture x(50) value
        'Welcome to Russian peasant exponentiation'.
01 user-prompt1.
    02 filler picture x(50) value 'Please enter a valid base: '.
01 user-prompt2.
    02 filler picture x(50) value
        'Decimal places in the base (0-6): '.
01 user-prompt3.
    02 filler picture x(50) value
        'Please enter a valid exponent (0-9999): '.
01 user-question.
    02 filler picture x(40) value
        'Would you like to continue? (yes/no): '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.

procedure division.
    move 'n' to pow-in-eof-sw.
    move 'n' to trace-sw.
    move zero to pow-read-cnt.
    move zero to pow-written-cnt.
    move zero to overflow-cnt.
    move 'n' to header-seen-sw.
    move 'n' to trailer-seen-sw.
    move 'n' to control-fail-sw.
    move zero to header-count.
    move zero to trailer-count.
    move zero to input-hash.
    move zero to trailer-hash.
    move 'n' to audit-eof-sw.
    move spaces to cur-dept.
    move 50 to page-line-limit.

    *> who is running this session - the log is the only place the
    *> answer survives, so it is captured once up front
    perform get-run-oper.
    perform load-site-params.
    perform set-file-names.

    *> nothing shared is touched until the lock is ours - a second
    *> comer is told who has it and leaves everything alone
    move 'POW' to lock-name.
    move 'peaspow' to lock-holder.
    move 'T' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.
    if lock-result is equal to 'N'
        display 'peaspow: POW lock refused - run abandoned.'
        move 8 to return-code
        goback
    end-if.

    open output standard-output.
    perform open-audit-file.
    perform open-pow-input.

    *> an expedite run has nobody keying powers in - with no clean
    *> file it stops here rather than fall through to the prompts
    if expedite-run and not batch-mode
        display 'peaspow: ' pow-input-name
        display '  not found - expedite run abandoned.'
        close audit-file
        close standard-output
        perform release-run-lock
        move 12 to return-code
        goback
    end-if.

    *> announce the run before doing any work - a start record with
    *> no matching finish is how the morning check spots a run that
    *> died overnight
    move 'S' to rc-status.
    perform write-run-control.

    if batch-mode
        perform batch-pow-run
        perform finish
    else
        write out-line from user-intro after advancing 1 line
        perform ask-trace-mode
        perform p1
    end-if.

    goback.

get-run-oper.
    *> a verified console sign-on outranks the environment - the
    *> menu cuts SIGNON-ID.DAT while an operator is signed on and
    *> clears it at sign-off, so an unattended run falls through
    *> to LOGNAME the way it always has
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

load-site-params.
    *> only the report page length is taken from the site record -
    *> no file, or an unreadable record, keeps the 50-line default
    open input site-params.
    if params-status = "00"
        read site-params
        if params-status = "00"
            if sp-page-limit is numeric
                    and sp-page-limit is greater than zero
                move sp-page-limit to page-line-limit
            end-if
        end-if
        close site-params
    end-if.

ask-trace-mode.
    move 'n' to trace-sw.
    write out-line from trace-question after advancing 2 line.
    accept userAns.
    if userAns is equal to "yes"
        set trace-mode to true
    end-if.

set-file-names.
    *> an expedite run reads the clean file editpass cut from one
    *> department's urgent drop and prints its own report, so the
    *> night's POW-INPUT.DAT and POW-REPORT.DAT are never touched
    *> during the day. the expedite driver names the department in
    *> the environment for the length of its run only
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    if expedite-dept is equal to spaces
        move 'POW-INPUT.DAT' to pow-input-name
        move 'POW-REPORT.DAT' to pow-report-name
    else
        set expedite-run to true
        move 'EXP-POW-INPUT.DAT' to pow-input-name
        move 'EXP-POW-REPORT.DAT' to pow-report-name
    end-if.

open-pow-input.
    *> a sheet of powers queued up for a submitted job takes
    *> priority over sitting at the terminal typing values in
    open input pow-input.
    if pow-in-status = "00"
        set batch-mode to true
    else
        move 'n' to batch-sw
    end-if.

read-pow-record.
    *> control records are absorbed here so the calculation loop
    *> only ever sees detail records - their totals are checked
    *> once at the end of the run
    read pow-input
        at end set pow-in-eof to true
        not at end
            if phr-type is equal to 'H'
                perform note-pow-header
                perform read-pow-record
            else
                if phr-type is equal to 'T'
                    perform note-pow-trailer
                    perform read-pow-record
                else
                    add 1 to pow-read-cnt
                    perform add-to-input-hash
                end-if
            end-if
    end-read.

note-pow-header.
    set header-seen to true.
    if phr-count is numeric
        move phr-count to header-count
    end-if.

note-pow-trailer.
    set trailer-seen to true.
    if ptr-count is numeric
        move ptr-count to trailer-count
    end-if.
    if ptr-hash is numeric
        move ptr-hash to trailer-hash
    end-if.

add-to-input-hash.
    *> the hash is the running sum of the base and the exponent,
    *> wrapped at eighteen digits the same way editpass cuts it
    compute input-hash =
        function mod(input-hash + pin-base + pin-exponent,
            1000000000000000000).

open-audit-file.
    *> the sequence number has to keep climbing across runs. the
    *> POW-SEQ.DAT control record carries it forward cheaply;
    *> only a site with no control record yet falls back to
    *> taking it off the log itself
    move zero to audit-seq.
    move zero to audit-check.
    open input audit-ctl.
    if audit-ctl-status = "00"
        read audit-ctl
        if audit-ctl-status = "00"
            move ctl-seq to audit-seq
            if ctl-check is numeric
                move ctl-check to audit-check
            end-if
        end-if
        close audit-ctl
    end-if.
    if audit-seq is equal to zero
        open input audit-file
        if audit-status = "00"
            perform count-audit-record until audit-eof
            close audit-file
        end-if
    end-if.

    open extend audit-file.
    if audit-status is not equal to "00"
        open output audit-file
    end-if.

write-audit-ctl.
    *> one small record rewritten in place, so the next start-up
    *> never has to rescan history to learn where the sequence
    *> left off
    open output audit-ctl.
    move spaces to audit-ctl-record.
    move audit-seq to ctl-seq.
    accept run-date from date yyyymmdd.
    move run-date to ctl-date.
    move audit-check to ctl-check.
    write audit-ctl-record.
    close audit-ctl.

count-audit-record.
    *> the live log may be a fresh generation that starts mid-range,
    *> so the fallback takes the sequence number off the last record
    *> rather than counting lines
    read audit-file
        at end set audit-eof to true
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
    add 1 to audit-seq.
    move audit-seq to aud-seq.
    *> stamp the moment of the calculation, not the start of the
    *> session - an overnight run can straddle midnight
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to aud-date.
    move run-time to aud-time.
    move run-oper to aud-oper.
    move baseInt to aud-base.
    move exponent to aud-exponent.
    move disp-power to aud-power.
    move base-scale to aud-scale.
    if bad-scale
        move 's' to aud-flag
    else
        if overflow-detected
            move 'o' to aud-flag
        else
            move space to aud-flag
        end-if
    end-if.
    move cur-dept to aud-dept.
    *> the check value folds this line's text into the last one's,
    *> so it is worked out only once every other column is filled
    move audit-detail to chk-text.
    call "audchk" using chk-text, chk-length, audit-check.
    move audit-check to aud-check.
    write audit-line from audit-detail.
    perform write-audit-ctl.

batch-pow-run.
    *> the listing goes to the print file, not the terminal scroll -
    *> the first detail line forces the first page heading
    open output pow-report.
    move zero to report-page.
    move page-line-limit to report-line-count.
    accept run-date from date yyyymmdd.
    move run-date to rh-date.

    perform read-pow-record.
    perform batch-pow-calc until pow-in-eof.

    perform verify-control-totals.
    perform write-report-totals.

    close pow-input.
    close pow-report.

write-report-line.
    if report-line-count is not less than page-line-limit
        perform start-report-page
    end-if.
    write pow-report-line from report-stage after advancing 1 line.
    add 1 to report-line-count.

start-report-page.
    add 1 to report-page.
    move report-page to rh-page.
    write pow-report-line from spaces after advancing 1 line.
    write pow-report-line from report-head after advancing 1 line.
    write pow-report-line from under-line after advancing 1 line.
    write pow-report-line from col-heads after advancing 1 line.
    write pow-report-line from underline-2 after advancing 1 line.
    move zero to report-line-count.

write-report-totals.
    write pow-report-line from spaces after advancing 1 line.
    move pow-written-cnt to sum-count.
    move overflow-cnt to sum-overflow.
    write pow-report-line from summary-count after advancing 1 line.
    write pow-report-line from report-end-line after advancing 1 line.

verify-control-totals.
    *> a short file has to be caught here, not discovered weeks
    *> later when a department asks where its results went
    if not header-seen and not trailer-seen
        move control-none-line to report-stage
        perform write-report-line
        display 'warning: no control records - counts not verified.'
    else
        move pow-read-cnt to ccl-read
        move input-hash to chl-hash
        move trailer-hash to chl-expected
        if not trailer-seen
            set control-fail to true
            move header-count to ccl-expected
        else
            if trailer-count is not equal to pow-read-cnt
                    or (header-seen and
                        header-count is not equal to pow-read-cnt)
                set control-fail to true
            end-if
            move trailer-count to ccl-expected
            if trailer-hash is not equal to input-hash
                set control-fail to true
            end-if
        end-if
        if control-fail
            move control-fail-line to report-stage
            perform write-report-line
            move control-count-line to report-stage
            perform write-report-line
            if trailer-seen
                move control-hash-line to report-stage
                perform write-report-line
            else
                move 'trailer record missing from input' to
                    report-stage
                perform write-report-line
            end-if
            display '*** CONTROL TOTALS OUT OF BALANCE ***'
            display control-count-line
            if trailer-seen
                display control-hash-line
            else
                display 'trailer record missing from input'
            end-if
        end-if
    end-if.

batch-pow-calc.
    move pin-base to baseInt.
    move pin-exponent to exponent.
    move pin-scale to base-scale.
    move pin-dept to cur-dept.

    *> a batch sheet has no operator to reprompt, so a record whose
    *> decimal-place count is outside the advertised 0-6 range is
    *> flagged and not calculated - editpass rejects such a record,
    *> so only a hand-cut input file can carry one
    move 'n' to bad-scale-sw.
    move 'n' to overflow-sw.
    if base-scale is greater than 6
        set bad-scale to true
        move zero to disp-power
    else
        perform p4-start
    end-if.

    move baseInt to pr-base.
    move base-scale to pr-scale.
    move exponent to pr-exponent.
    move disp-power to pr-power.
    move cur-dept to pr-dept.
    if bad-scale
        move 'INVALID SCALE - NOT CALCULATED' to pr-warn
    else
        if overflow-detected
            move 'OVERFLOW - CALCULATION STOPPED' to pr-warn
            add 1 to overflow-cnt
        else
            move spaces to pr-warn
        end-if
    end-if.
    move pow-report-detail to report-stage.
    perform write-report-line.
    add 1 to pow-written-cnt.
    perform write-audit.

    perform read-pow-record.

p1.
    move zero to baseInt.
    move zero to exponent.
    move zero to base-scale.
    move 'n' to bad-scale-sw.

    *> prompt the user for the base, its decimal places and the
    *> exponent, validating each
    perform p1-get-base.
    perform p1-get-scale.
    perform p1-get-exponent.

    if trace-mode
        write out-line from trace-heading after advancing 2 line
        write out-line from trace-underline after advancing 1 line
    end-if.

    perform p4-start.
    perform p2.

p1-get-base.
    write out-line from user-prompt1 after advancing 2 line.
    accept base-raw.
    *> trailing blanks left by accept fail the numeric class test
    *> even when the typed digits are perfectly valid, so the check
    *> is made against a working copy with those blanks zeroed out
    move base-raw to base-chk.
    inspect base-chk replacing all space by zero.
    if base-raw is equal to spaces or base-chk is not numeric
        write out-line from user-tryagain after advancing 1 line
        perform p1-get-base
    else
        move base-raw to baseInt
    end-if.

p1-get-scale.
    write out-line from user-prompt2 after advancing 1 line.
    accept scale-raw.
    move scale-raw to scale-chk.
    inspect scale-chk replacing all space by zero.
    if scale-raw is equal to spaces or scale-chk is not numeric
        write out-line from user-tryagain after advancing 1 line
        perform p1-get-scale
    else
        move scale-raw to base-scale
        if base-scale is greater than 6
            write out-line from user-tryagain after advancing 1 line
            perform p1-get-scale
        end-if
    end-if.

p1-get-exponent.
    write out-line from user-prompt3 after advancing 1 line.
    accept exp-raw.
    move exp-raw to exp-chk.
    inspect exp-chk replacing all space by zero.
    if exp-raw is equal to spaces or exp-chk is not numeric
        write out-line from user-tryagain after advancing 1 line
        perform p1-get-exponent
    else
        move exp-raw to exp-num
        if exp-num is greater than 9999
            write out-line from user-tryagain after advancing 1 line
            perform p1-get-exponent
        else
            move exp-num to exponent
        end-if
    end-if.

p2.
    *> display the answer once calculation is complete
    display " ".
    display "The power is: " disp-power.
    if overflow-detected
        display "*** OVERFLOW - CALCULATION STOPPED ***"
    end-if.
    move spaces to cur-dept.
    perform write-audit.
    perform p3.

p3.
    write out-line from user-question after advancing 1 line.
    accept userAns.

    *> check what the user gave as an answer
    if userAns is equal to "no" then
        perform finish
    else
        if userAns is equal to "yes"
            perform p1
        else
            write out-line from user-tryagain after advancing 1 line
            perform p3
        end-if
    end-if.

p4-start.
    *> a4's s4 turned around: the exponent is halved where a4
    *> halves its multiplier, the base is squared where a4 doubles
    *> its multiplicand, and an odd exponent multiplies the square
    *> into the running power where a4 adds the multiplicand into
    *> the product. anything to the power nought is one
    move 'n' to overflow-sw.
    move 1 to power-value.
    compute square-value = baseInt / (10 ** base-scale).
    move exponent to exp-left.
    perform p4 until exp-left is equal to zero or overflow-detected.
    compute disp-power rounded = power-value.

p4.
    move exp-left to tr-exponent.
    compute tr-square rounded = square-value.

    divide exp-left by 2 giving exp-half remainder exp-bit.
    if exp-bit is not equal to zero
        compute power-value rounded = power-value * square-value
            on size error
                set overflow-detected to true
        end-compute
    end-if.

    if trace-mode
        move exp-bit to tr-bit
        compute tr-power rounded = power-value
        write out-line from trace-line after advancing 1 line
    end-if.

    *> the last pass needs no further square - squaring past the
    *> top bit would flag an overflow on a power that fits
    move exp-half to exp-left.
    if exp-left is greater than zero and not overflow-detected
        compute square-value rounded = square-value * square-value
            on size error
                set overflow-detected to true
        end-compute
    end-if.

finish.
    if control-fail
        *> the run is not allowed to pass for clean - the morning
        *> check and the job stream both read this status
        move 'F' to rc-status
        move 8 to return-code
    else
        move 'C' to rc-status
    end-if.
    perform write-run-control.
    display " ".
    display "goodbye.".
    close audit-file.
    close standard-output.
    perform release-run-lock.

release-run-lock.
    move 'POW' to lock-name.
    move 'peaspow' to lock-holder.
    move 'R' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.

write-run-control.
    *> appended alongside every other program's records so the
    *> whole overnight stream reads back from one file
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'peaspow   ' to rc-program.
    if batch-mode
        *> 'x' is what chargeback prices at the expedite premium
        if expedite-run
            move 'x' to rc-mode
        else
            move 'b' to rc-mode
        end-if
    else
        move 'i' to rc-mode
    end-if.
    move pow-read-cnt to rc-read.
    move pow-written-cnt to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.
