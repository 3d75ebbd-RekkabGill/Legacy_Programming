*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: rptkeep.cob
*> Dated retention of the printed reports before housekeeping.
*> How to Compile: compiled into the menu -
*>   cobc -m -free -Wall rptkeep.cob (link lockmgr.cob)
*> How to use: the menu's end-of-day housekeeping calls this just before
*> it clears the report files. Each report on disk (SQRT-REPORT.DAT,
*> MULT-REPORT.DAT, DIV-REPORT.DAT, COMBINED-REPORT.DAT and
*> POW-REPORT.DAT) is copied to its own dated report generation
*> (SQRT-RPT-yyyymmdd.DAT, MULT-RPT-, DIV-RPT-, COMB-RPT-, POW-RPT-) and
*> noted on the REPORT-CAT.DAT catalog - report, date, line count,
*> generation file and whether it is still kept - so the reprint option
*> can find a night's report again after the live file has been cleared.
*> A second housekeeping on the same day adds to that day's generation,
*> the way a second rollover does. Generations older than the report
*> retention period on SITE-PARAMS.DAT (90 days when no figure is set)
*> are then deleted and marked expired on the catalog with the date they
*> went - the catalog line itself is kept as history. The trail locks
*> are held while the reports are copied, so a calculator cannot be part
*> way through writing one. A refused lock ends with return code 8 and
*> nothing copied, and the menu then leaves the report files uncleared.
*> A run-control record is cut like the other programs'.
*>
*> modifications:
*> - peaspow's POW-REPORT.DAT is kept with the others, as
*>   POW-RPT-yyyymmdd.DAT, and its 'POW' lock is held with the
*>   other three while the reports are copied.
*> - the site parameter record view runs past the retention field
*>   to the record's full width now that the expedite premium
*>   follows it.

identification division.
program-id. rptkeep.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select report-in assign to rpt-file-name
         organization is line sequential
         file status is report-in-status.
     select gen-file assign to gen-file-name
         organization is line sequential
         file status is gen-status.
     select report-cat assign to "REPORT-CAT.DAT"
         organization is line sequential
         file status is report-cat-status.
     select cat-work assign to "REPORT-CAT.WRK"
         organization is line sequential
         file status is cat-work-status.
     select site-params assign to "SITE-PARAMS.DAT"
         organization is line sequential
         file status is params-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(100).
fd report-in.
     01 report-in-line picture x(160).
fd gen-file.
     01 gen-line picture x(160).
fd report-cat.
     01 report-cat-record.
         02 rct-report  picture x(20).
         02 filler      picture x(1).
         02 rct-date    picture 9(8).
         02 filler      picture x(1).
         02 rct-lines   picture 9(6).
         02 filler      picture x(1).
         02 rct-gen     picture x(24).
         02 filler      picture x(1).
         02 rct-status  picture x(1).
         02 filler      picture x(1).
         02 rct-expired picture x(8).
fd cat-work.
     01 cat-work-record picture x(72).
fd site-params.
     01 site-params-record.
         02 filler picture x(31).
         02 filler picture x(1).
         02 sp-report-retain picture 9(3).
         02 filler picture x(4).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 report-in-status picture x(2).
77 gen-status picture x(2).
77 report-cat-status picture x(2).
77 cat-work-status picture x(2).
77 params-status picture x(2).
77 run-ctl-status picture x(2).
77 report-eof-sw picture x(1) value 'n'.
    88 report-eof value 'y'.
77 cat-eof-sw picture x(1) value 'n'.
    88 cat-eof value 'y'.
77 rpt-file-name picture x(20).
77 gen-file-name picture x(24).
77 rpt-sub picture 9(1).
77 run-date picture 9(8).
77 cat-age-date picture 9(8).
77 today-int picture 9(8).
77 gen-age picture s9(8).
*> the retention period when the site has not set one
77 retain-days picture 9(3) value 90.
77 copied-lines picture 9(6) value zero.
77 total-lines picture 9(6) value zero.
77 kept-count picture 9(2) value zero.
77 expired-count picture 9(4) value zero.
77 delete-result picture s9(9) binary.
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
*> the reports housekeeping clears, and the prefix of each one's
*> dated generation
01 report-names.
    02 filler picture x(20) value 'SQRT-REPORT.DAT'.
    02 filler picture x(12) value 'SQRT-RPT-'.
    02 filler picture x(20) value 'MULT-REPORT.DAT'.
    02 filler picture x(12) value 'MULT-RPT-'.
    02 filler picture x(20) value 'DIV-REPORT.DAT'.
    02 filler picture x(12) value 'DIV-RPT-'.
    02 filler picture x(20) value 'COMBINED-REPORT.DAT'.
    02 filler picture x(12) value 'COMB-RPT-'.
    02 filler picture x(20) value 'POW-REPORT.DAT'.
    02 filler picture x(12) value 'POW-RPT-'.
01 report-table redefines report-names.
    02 report-entry occurs 5 times.
        03 rt-report picture x(20).
        03 rt-gen-prefix picture x(12).
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
    02 filler picture x(16) value 'report retention'.
01 kept-line.
    02 kl-report picture x(20).
    02 filler picture x(14) value 'lines kept:   '.
    02 kl-lines picture zzzzz9.
    02 filler picture x(4) value spaces.
    02 kl-gen picture x(24).
01 expired-line.
    02 filler picture x(19) value 'generation expired '.
    02 el-gen picture x(24).
    02 filler picture x(10) value ' cut date '.
    02 el-date picture 9(8).
01 retain-summary.
    02 filler picture x(20) value 'reports retained:   '.
    02 rs-kept picture z9.
    02 filler picture x(4) value spaces.
    02 filler picture x(22) value 'generations expired:  '.
    02 rs-expired picture zzz9.
    02 filler picture x(4) value spaces.
    02 filler picture x(16) value 'retention days: '.
    02 rs-days picture zz9.
procedure division.
    *> called once per housekeeping from the menu - every counter
    *> starts over so a second call in the session starts clean
    move zero to copied-lines.
    move zero to total-lines.
    move zero to kept-count.
    move zero to expired-count.
    move 90 to retain-days.
    move 0 to return-code.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.
    accept run-date from date yyyymmdd.
    perform load-site-params.

    perform take-all-locks.
    if lock-fail
        display 'rptkeep: a trail lock was refused - reports not'
            ' retained.'
        close standard-output
        move 8 to return-code
        goback
    end-if.

    move 'S' to rc-status.
    perform write-run-control.

    perform keep-one-report
        varying rpt-sub from 1 by 1
        until rpt-sub is greater than 5.
    perform release-all-locks.

    perform expire-generations.

    move kept-count to rs-kept.
    move expired-count to rs-expired.
    move retain-days to rs-days.
    write out-line from retain-summary after advancing 1 line.

    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    move 0 to return-code.
    goback.

load-site-params.
    *> no record, or no figure on it yet, keeps the 90 days
    open input site-params.
    if params-status = "00"
        read site-params
        if params-status = "00"
            if sp-report-retain is numeric
                    and sp-report-retain is greater than zero
                move sp-report-retain to retain-days
            end-if
        end-if
        close site-params
    end-if.

take-all-locks.
    *> the calculators write their reports under their trail locks,
    *> so holding all four means no report is half written
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
    move 'rptkeep' to lock-holder.
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
    move 'rptkeep' to lock-holder.
    move 'R' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.

keep-one-report.
    move rt-report(rpt-sub) to rpt-file-name.
    move spaces to gen-file-name.
    string rt-gen-prefix(rpt-sub) delimited by space
        run-date delimited by size
        '.DAT' delimited by size
        into gen-file-name.
    move 'n' to report-eof-sw.
    move zero to copied-lines.

    open input report-in.
    if report-in-status is not equal to "00"
        display rpt-file-name ' not found - nothing to keep.'
    else
        perform read-report-line
        if report-eof
            display rpt-file-name ' is empty - nothing to keep.'
            close report-in
        else
            perform copy-this-report
        end-if
    end-if.

copy-this-report.
    *> a second housekeeping on the same day adds to that day's
    *> generation rather than wiping what the first one kept
    open extend gen-file.
    if gen-status is not equal to "00"
        open output gen-file
    end-if.
    perform copy-report-line until report-eof.
    close gen-file.
    close report-in.

    perform write-report-cat.
    add 1 to kept-count.
    add copied-lines to total-lines.
    move rpt-file-name to kl-report.
    move copied-lines to kl-lines.
    move gen-file-name to kl-gen.
    write out-line from kept-line after advancing 1 line.

read-report-line.
    read report-in
        at end set report-eof to true
    end-read.

copy-report-line.
    write gen-line from report-in-line.
    add 1 to copied-lines.
    perform read-report-line.

write-report-cat.
    *> one catalog line per report kept - this is how the reprint
    *> finds a night's report without anyone hunting for files
    open extend report-cat.
    if report-cat-status is not equal to "00"
        open output report-cat
    end-if.
    move spaces to report-cat-record.
    move rpt-file-name to rct-report.
    move run-date to rct-date.
    move copied-lines to rct-lines.
    move gen-file-name to rct-gen.
    move 'K' to rct-status.
    write report-cat-record.
    close report-cat.

expire-generations.
    *> the catalog is copied to a work file with every generation
    *> past the retention period deleted and marked, then copied
    *> back - the lines are never dropped, so the catalog still
    *> says what was kept and when it went
    compute today-int = function integer-of-date(run-date).
    move 'n' to cat-eof-sw.
    open input report-cat.
    if report-cat-status = "00"
        open output cat-work
        perform read-report-cat
        perform age-one-generation until cat-eof
        close cat-work
        close report-cat
        perform copy-catalog-back
    end-if.

read-report-cat.
    read report-cat
        at end set cat-eof to true
    end-read.

age-one-generation.
    if rct-status is equal to 'K' and rct-date is numeric
        move rct-date to cat-age-date
        compute gen-age =
            today-int - function integer-of-date(cat-age-date)
        if gen-age is greater than retain-days
            *> the file is removed here, not left to the job stream:
            *> the stream only calls programs and has no step that
            *> removes files, and this runs from the menu's
            *> housekeeping rather than the stream, so an expired
            *> generation marked and left would stay on disk for
            *> good - giving the space back is what the retention
            *> period is for. a generation already gone by hand
            *> is marked expired all the same
            call "CBL_DELETE_FILE" using rct-gen
                returning delete-result
            move 'X' to rct-status
            move run-date to rct-expired
            add 1 to expired-count
            move rct-gen to el-gen
            move rct-date to el-date
            write out-line from expired-line after advancing 1 line
        end-if
    end-if.
    write cat-work-record from report-cat-record.
    perform read-report-cat.

copy-catalog-back.
    move 'n' to cat-eof-sw.
    open input cat-work.
    open output report-cat.
    perform read-cat-work.
    perform copy-cat-line until cat-eof.
    close report-cat.
    close cat-work.
    *> the work file is left empty rather than holding a second
    *> copy of the catalog
    open output cat-work.
    close cat-work.

read-cat-work.
    read cat-work
        at end set cat-eof to true
    end-read.

copy-cat-line.
    write report-cat-record from cat-work-record.
    perform read-cat-work.

write-run-control.
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'rptkeep   ' to rc-program.
    move 'b' to rc-mode.
    move total-lines to rc-read.
    move kept-count to rc-written.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.
