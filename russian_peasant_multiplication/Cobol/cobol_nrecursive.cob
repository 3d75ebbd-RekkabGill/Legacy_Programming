*> File: cobol_nrecursive.cob
*> CIS3190 Assignment 4 Cobol program
*> How to Compile: cobc -x -free -Wall cobol_nrecursive.cob (link
*> ../../menu_driver/lockmgr.cob and
*> ../../babylonian_square_roots_cobol/audchk.cob)
*> How to use: enter any valid non-negative integer and program will
*> output the approximation. The program will ask if you want to continue
*> after each approximation. Enter "no" or "yes" in lowercase only.
*>   touching MULT-AUDIT.DAT or MULT-SEQ.DAT, and releases it at
*>   finish - a second run is refused with the holder named and
*>   return code 8.
*> - every audit record now carries a running check value in
*>   columns 143-148, folded by audchk from the record's own text and
*>   the check value of the record before it, and carried across
*>   runs on MULT-SEQ.DAT beside the sequence number - audver walks
*>   the trail and catches a line edited, deleted or lost.
*> - an expedite run (the expedite driver names the department in
*>   the EXPEDITE_DEPT environment variable for the length of its
*>   run) reads EXP-MULT-INPUT.DAT and prints EXP-MULT-REPORT.DAT,
*>   leaving the night's files alone. it logs under the 'MULT'
*>   lock like any batch, its run-control records carry mode 'x'
*>   so chargeback can bill the work at the expedite premium, and
*>   with no clean file it stops with return code 12 instead of
*>   prompting.

identification division.
program-id. a4.
input-output section.
file-control.
     select standard-output assign to display.
     select mult-input assign to mult-input-name
         organization is line sequential
         file status is mult-in-status.
     select mult-report assign to mult-report-name
         organization is line sequential
         file status is mult-report-status.
     select run-control assign to "RUN-CONTROL.DAT"
         02 ctl-seq  picture 9(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
77 audit-status picture x(2).
77 audit-ctl-status picture x(2).
77 audit-seq picture 9(6) value zero.
77 audit-check picture 9(6) value zero.
77 chk-text picture x(150).
77 chk-length picture 9(3) value 141.
77 audit-eof-sw picture x(1) value 'n'.
    88 audit-eof value 'y'.
77 orig-first  picture 9(20).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
*> the department an expedite run is for - blank on every ordinary
*> run, and then the night's file names stand
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
77 mult-input-name picture x(20).
77 mult-report-name picture x(20).
01 audit-scan-work.
    02 asw-seq picture zzzzz9.
    02 filler  picture x(136).
    02 asw-check picture x(6).
    02 filler  picture x(2).
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
    *> who is running this session - the log is the only place the
    *> answer survives, so it is captured once up front
    perform get-run-oper.
    perform set-file-names.

    *> nothing shared is touched until the lock is ours - a second
    *> comer is told who has it and leaves everything alone
    perform open-audit-file.
    perform open-mult-input.

    *> an expedite run has nobody keying pairs in - with no clean
    *> file it stops here rather than fall through to the prompts
    if expedite-run and not batch-mode
        display 'a4: ' mult-input-name
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

    add 1 to table-mult.

set-file-names.
    *> an expedite run reads the clean file editpass cut from one
    *> department's urgent drop and prints its own report, so the
    *> night's MULT-INPUT.DAT and MULT-REPORT.DAT are never touched
    *> during the day. the expedite driver names the department in
    *> the environment for the length of its run only
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    if expedite-dept is equal to spaces
        move 'MULT-INPUT.DAT' to mult-input-name
        move 'MULT-REPORT.DAT' to mult-report-name
    else
        set expedite-run to true
        move 'EXP-MULT-INPUT.DAT' to mult-input-name
        move 'EXP-MULT-REPORT.DAT' to mult-report-name
    end-if.

open-mult-input.
    *> a sheet of pairs queued up for a submitted job takes priority
    *> over sitting at the terminal typing values in
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

    end-if.
    move 'a4        ' to rc-program.
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
