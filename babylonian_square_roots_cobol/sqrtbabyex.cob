*> ID: 1009210
*> File: sqrtbabyex.cob
*> CIS3190 Assignment 3 Cobol
*> How to Compile: cobc -x -free -Wall sqrtbabyex.cob (link exfun.cob,
*> audchk.cob and ../menu_driver/lockmgr.cob)
*> How to use: enter any valid non-negative integer and program will
*> output the approximation. The program will ask if you want to continue
*> after each approximation. Enter "no" or "yes" in lowercase only.
*>   load and the finish rewrite is skipped in that state, so the
*>   records beyond the table are never deleted behind the
*>   operator's back - that trim belongs to rootmnt's purge.
*> - every audit record now carries a running check value in
*>   columns 95-100, folded by audchk from the record's own text
*>   and the check value of the record before it, and the value
*>   is carried across runs on AUDIT-SEQ.DAT beside the sequence
*>   number - audver walks the trail and catches a line edited,
*>   deleted or lost. (compile audchk.cob in with exfun.cob.)
*> - exfun now takes a trial tolerance after the converged flag;
*>   the calculations pass zero, which keeps the site figure off
*>   SITE-PARAMS.DAT exactly as before.
*> - the site parameter record view runs to the record's full
*>   width now that it carries the report retention field past the
*>   page length - a shorter view would read the record short and
*>   fall back to the compiled-in figures.
*> - every audit record now says where its root came from in
*>   column 89, beside the converged flag: C worked out by exfun,
*>   L served from the root master, R recomputed on a retry run,
*>   so a queried figure can be traced to its source. records cut
*>   before the column was stamped carry a blank there.
*> - an expedite run (the expedite driver names the department in
*>   the EXPEDITE_DEPT environment variable for the length of its
*>   run) reads EXP-TRANS-IN.DAT and prints EXP-SQRT-REPORT.DAT,
*>   never looks at the retry queue, and neither resumes from nor
*>   cuts the RESTART.DAT checkpoint, so the night's files are
*>   left exactly as they were. it appends to the audit log under
*>   the 'SQRT' lock like any batch, and its run-control records
*>   carry mode 'x' so chargeback can bill the work at the
*>   expedite premium. with no clean file it stops with return
*>   code 12 instead of prompting.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. sqrtbabyex.
input-output section.
file-control.
     select standard-output assign to display.
     select trans-file assign to trans-file-name
         organization is line sequential
         file status is trans-status.
     select audit-file assign to "AUDIT-LOG.DAT"
     select retry-file assign to "SQRT-RETRY.DAT"
         organization is line sequential
         file status is retry-status.
     select sqrt-report assign to report-file-name
         organization is line sequential
         file status is sqrt-report-status.
     select signon-id assign to "SIGNON-ID.DAT"
         02 ctl-seq  picture 9(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd root-master.
     01 root-master-record.
         02 rm-in-z picture s9(10)v9(6) sign leading separate.
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
working-storage section.
77 signon-id-status picture x(2).
77 params-status picture x(2).
77 retry-ceiling picture 9(4) value 5000.
77 lock-name picture x(10).
*> the department an expedite run is for - blank on every ordinary
*> run, and then the night's file names stand
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
77 trans-file-name picture x(20).
77 report-file-name picture x(20).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
77 y    picture 9(11)v9(6).
77 iter-count picture 9(4).
77 conv-flag picture x(1) value 'y'.
*> zero - the calculations run on the site tolerance
77 site-tolerance picture 9v9(9) value zero.
*> where the root on the audit line came from: 'C' worked out by
*> exfun, 'L' served from the root master, 'R' recomputed on a
*> retry run
77 calc-source picture x(1) value 'C'.
77 pos-z picture s9(10)v9(6) sign leading separate.
77 userAns picture x(50).
77 in-z     picture s9(10)v9(6) sign leading separate.
77 audit-status picture x(2).
77 audit-ctl-status picture x(2).
77 audit-seq picture 9(6) value zero.
77 audit-check picture 9(6) value zero.
77 chk-text picture x(150).
77 chk-length picture 9(3) value 93.
77 audit-eof-sw picture x(1) value 'n'.
    88 audit-eof value 'y'.
77 restart-status picture x(2).
    02 filler   picture 9(2).
01 audit-scan-work.
    02 asw-seq picture zzzzz9.
    02 filler  picture x(88).
    02 asw-check picture x(6).
77 run-ctl-status picture x(2).
77 sqrt-report-status picture x(2).
77 report-page picture 9(4).
    02 aud-iter picture zzz9.
    02 filler   picture x(2) value spaces.
    02 aud-conv picture x(1).
    02 aud-source picture x(1).
    02 filler   picture x(1) value spaces.
    02 aud-dept picture x(3).
    02 filler   picture x(1) value spaces.
    02 aud-check picture 9(6).
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(26) value 'square root approximation'.
    *> answer survives, so it is captured once up front
    perform get-run-oper.
    perform load-site-params.
    perform set-file-names.

    *> nothing shared is touched until the lock is ours - a second
    *> comer is told who has it and leaves everything alone
    perform open-audit-file.
    perform open-trans-file.

    *> an expedite run has nobody keying values in - with no clean
    *> file it stops here rather than fall through to the prompt
    if expedite-run and not batch-mode
        display 'sqrtbabyex: ' trans-file-name
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
        else
            move zero to max-iter
        end-if
        if not expedite-run
            perform check-restart
        end-if
        perform batch-run
        perform finish
    else

    goback.

set-file-names.
    *> an expedite run reads the clean file editpass cut from one
    *> department's urgent drop and prints its own report, so the
    *> night's TRANS-IN.DAT, SQRT-REPORT.DAT, retry queue and
    *> RESTART.DAT checkpoint are never touched during the day. the
    *> expedite driver names the department in the environment for
    *> the length of its run only
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    if expedite-dept is equal to spaces
        move 'TRANS-IN.DAT' to trans-file-name
        move 'SQRT-REPORT.DAT' to report-file-name
    else
        set expedite-run to true
        move 'EXP-TRANS-IN.DAT' to trans-file-name
        move 'EXP-SQRT-REPORT.DAT' to report-file-name
    end-if.

load-site-params.
    *> the shop's tuning figures live on one record now instead of
    *> being compiled into five programs. no file, or an unreadable
    move 'n' to batch-sw.
    move 'n' to retry-sw.
    move 'n' to retry-ran-sw.
    if not expedite-run
        open input retry-file
    end-if.
    if retry-status = "00" and not expedite-run
        read retry-file
        move retry-status to retry-peek
        close retry-file
    *> only a site with no control record yet falls back to
    *> counting the whole log the old way
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
    move root-degree to aud-degree.
    move iter-count to aud-iter.
    move conv-flag to aud-conv.
    move calc-source to aud-source.
    move 'C' to calc-source.
    move cur-dept to aud-dept.
    *> the check value folds this line's text into the last one's,
    *> so it is worked out only once every other column is filled
    move audit-detail to chk-text.
    call "audchk" using chk-text, chk-length, audit-check.
    move audit-check to aud-check.
    write audit-line from audit-detail.
    perform write-audit-ctl.
    if not expedite-run
        perform write-restart
    end-if.

    add 1 to session-calcs.
    if first-calc
                *> suspicion, so a retry recomputes and the fresh
                *> answer replaces what the master remembered
                call "exfun" using in-z, y, iter-count, max-iter,
                    root-degree, conv-flag, site-tolerance
                perform refresh-root-master
                move ' (retry)' to out-flag
                move 'R' to calc-source
            else
                perform find-root-master
                if lookup-hit
                    *> lookup is a converged answer by definition
                    move 'y' to conv-flag
                    move ' (lookup)' to out-flag
                    move 'L' to calc-source
                else
                    call "exfun" using in-z, y, iter-count, max-iter,
                        root-degree, conv-flag, site-tolerance
                    perform add-root-master
                    move spaces to out-flag
                end-if
            move pos-z to lookup-z
            if retry-mode
                call "exfun" using pos-z, y, iter-count, max-iter,
                    root-degree, conv-flag, site-tolerance
                perform refresh-root-master
                move ' (retry)' to imz-flag
                move 'R' to calc-source
            else
                perform find-root-master
                if lookup-hit
                    move 'y' to conv-flag
                    move ' (lookup)' to imz-flag
                    move 'L' to calc-source
                else
                    call "exfun" using pos-z, y, iter-count, max-iter,
                        root-degree, conv-flag, site-tolerance
                    perform add-root-master
                    move spaces to imz-flag
                end-if

            *> call the external function
            call "exfun" using in-z, y, iter-count, max-iter,
                root-degree, conv-flag, site-tolerance
            perform s2

        else
       *> degree and "-" under an odd one
       compute pos-z = - in-z.
       call "exfun" using pos-z, y, iter-count, max-iter,
           root-degree, conv-flag, site-tolerance.
       move in-z to imz-z.
       move y to imz-y.
       move iter-count to imz-iter.
    else
        display 'no calculations were performed this run.'
    end-if.
    if not expedite-run
        perform clear-restart
    end-if.
    if batch-mode
        *> the usage columns move on every lookup now, so the
        *> master is rewritten from the table at every batch
    end-if.
    move 'sqrtbabyex' to rc-program.
    if batch-mode
        *> 'x' is what chargeback prices at the expedite premium
        if expedite-run
            move 'x' to rc-mode
        else
            move 'b' to rc-mode
        end-if
        move trans-seq to rc-read
    else
        move 'i' to rc-mode
