*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: reprint.cob
*> Reprint of a retained report generation.
*> How to Compile: compiled into the menu -
*>   cobc -m -free -Wall reprint.cob
*> How to use: run from the menu. Pick the report (square roots,
*> products, quotients, the combined dispatch report or powers),
*> key the
*> date of the housekeeping that kept it, and key a submitter code
*> to reprint only that department's lines or leave it blank for
*> the whole report. The generation is found on the REPORT-CAT.DAT
*> catalog rptkeep writes - one past the retention period is
*> reported expired with the date it went - and reprinted to
*> REPRINT.DAT under a REPRINT banner that carries the report, its
*> date, the submitter asked for and the reprint date on every
*> page heading, so a reprint can never be taken for the night's
*> original. Pages are the site report page length. A run-control
*> record is cut like the other programs'.
*>
*> modifications:
*> - peaspow's powers report (POW-REPORT.DAT) can be reprinted as
*>   choice 5, by submitter on its dept column.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. reprint.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select report-cat assign to "REPORT-CAT.DAT"
         organization is line sequential
         file status is report-cat-status.
     select gen-file assign to gen-file-name
         organization is line sequential
         file status is gen-status.
     select reprint-file assign to "REPRINT.DAT"
         organization is line sequential
         file status is reprint-status.
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
fd gen-file.
     01 gen-line picture x(160).
fd reprint-file.
     01 reprint-line picture x(160).
fd site-params.
     01 site-params-record.
         02 filler picture x(29).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 report-cat-status picture x(2).
77 gen-status picture x(2).
77 reprint-status picture x(2).
77 params-status picture x(2).
77 run-ctl-status picture x(2).
77 cat-eof-sw picture x(1) value 'n'.
    88 cat-eof value 'y'.
77 gen-eof-sw picture x(1) value 'n'.
    88 gen-eof value 'y'.
77 found-sw picture x(1) value 'n'.
    88 gen-found value 'y'.
77 wanted-sw picture x(1).
    88 line-wanted value 'y'.
77 userAns picture x(20).
77 rpt-sub picture 9(1) value zero.
77 want-date picture 9(8) value zero.
77 want-dept picture x(3) value spaces.
77 gen-file-name picture x(24).
77 found-status picture x(1).
77 found-expired picture x(8).
77 run-date picture 9(8).
77 page-line-limit picture 9(2) value 50.
77 report-line-count picture 9(2).
77 report-page picture 9(4).
77 gen-read picture 9(6) value zero.
77 reprinted-count picture 9(6) value zero.
77 dept-pos picture 9(3).
*> the reports that are kept, and the column each one's detail
*> lines carry the submitter code in. the combined report carries
*> it in two places, by line type, and is sorted out in
*> check-combined-line
01 report-names.
    02 filler picture x(20) value 'SQRT-REPORT.DAT'.
    02 filler picture 9(3) value 063.
    02 filler picture x(20) value 'MULT-REPORT.DAT'.
    02 filler picture 9(3) value 134.
    02 filler picture x(20) value 'DIV-REPORT.DAT'.
    02 filler picture 9(3) value 110.
    02 filler picture x(20) value 'COMBINED-REPORT.DAT'.
    02 filler picture 9(3) value 065.
    02 filler picture x(20) value 'POW-REPORT.DAT'.
    02 filler picture 9(3) value 098.
01 report-table redefines report-names.
    02 report-entry occurs 5 times.
        03 rt-report picture x(20).
        03 rt-dept-pos picture 9(3).
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
    02 filler picture x(16) value 'report reprint'.
01 report-prompt-1.
    02 filler picture x(50) value
        'Reprint which report?  1. square roots  5. powers'.
01 report-prompt-2.
    02 filler picture x(50) value
        '  2. products  3. quotients  4. combined dispatch'.
01 report-prompt-3.
    02 filler picture x(30) value 'Choice (blank = quit): '.
01 date-prompt.
    02 filler picture x(45) value
        'Date the report was kept (yyyymmdd): '.
01 dept-prompt.
    02 filler picture x(45) value
        'Submitter code (blank = whole report): '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
01 reprint-banner.
    02 filler picture x(16) value '*** REPRINT *** '.
    02 rb-report picture x(20).
    02 filler picture x(8) value ' kept   '.
    02 rb-date picture 9(8).
    02 filler picture x(12) value '  reprinted '.
    02 rb-run-date picture 9(8).
    02 filler picture x(7) value '  page '.
    02 rb-page picture zzz9.
01 reprint-scope.
    02 filler picture x(16) value spaces.
    02 rs-text picture x(40).
01 reprint-rule.
    02 filler picture x(40) value all '-'.
    02 filler picture x(43) value all '-'.
01 reprint-total.
    02 filler picture x(17) value 'lines reprinted: '.
    02 rt-count picture zzzzz9.
01 reprint-end-line.
    02 filler picture x(17) value '*end of reprint*'.
procedure division.
    move 'n' to found-sw.
    move zero to gen-read.
    move zero to reprinted-count.
    move 50 to page-line-limit.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.
    accept run-date from date yyyymmdd.

    perform get-report-choice.
    if rpt-sub is equal to zero
        display 'no report chosen - nothing reprinted.'
        close standard-output
        goback
    end-if.
    perform get-report-date.
    perform get-report-dept.

    move 'S' to rc-status.
    perform write-run-control.

    perform find-generation.
    if not gen-found
        display 'no ' rt-report(rpt-sub) ' was kept on '
            want-date '.'
    else
        if found-status is equal to 'X'
            display rt-report(rpt-sub) ' of ' want-date
                ' is past the retention period - expired on '
                found-expired '.'
        else
            perform load-site-params
            perform reprint-generation
        end-if
    end-if.

    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    goback.

get-report-choice.
    write out-line from report-prompt-1 after advancing 1 line.
    write out-line from report-prompt-2 after advancing 1 line.
    write out-line from report-prompt-3 after advancing 1 line.
    accept userAns.
    evaluate userAns
        when spaces
            move zero to rpt-sub
        when "1"
            move 1 to rpt-sub
        when "2"
            move 2 to rpt-sub
        when "3"
            move 3 to rpt-sub
        when "4"
            move 4 to rpt-sub
        when "5"
            move 5 to rpt-sub
        when other
            write out-line from user-tryagain after advancing 1 line
            perform get-report-choice
    end-evaluate.

get-report-date.
    write out-line from date-prompt after advancing 1 line.
    accept userAns.
    if userAns(1:8) is not numeric
            or userAns(9:12) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-report-date
    else
        move userAns(1:8) to want-date
    end-if.

get-report-dept.
    write out-line from dept-prompt after advancing 1 line.
    accept userAns.
    if userAns(4:17) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-report-dept
    else
        move userAns(1:3) to want-dept
    end-if.

find-generation.
    *> the last catalog line for the report and date answers -
    *> the lines of one day's generation all share its fate
    move 'n' to cat-eof-sw.
    move 'n' to found-sw.
    open input report-cat.
    if report-cat-status = "00"
        perform read-report-cat
        perform match-report-cat until cat-eof
        close report-cat
    end-if.

read-report-cat.
    read report-cat
        at end set cat-eof to true
    end-read.

match-report-cat.
    if rct-report is equal to rt-report(rpt-sub)
            and rct-date is equal to want-date
        set gen-found to true
        move rct-gen to gen-file-name
        move rct-status to found-status
        move rct-expired to found-expired
    end-if.
    perform read-report-cat.

load-site-params.
    *> the reprint pages to the same length as the original
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

reprint-generation.
    move 'n' to gen-eof-sw.
    open input gen-file.
    if gen-status is not equal to "00"
        display gen-file-name ' is on the catalog but not on disk'
            ' - it has been taken off the box.'
    else
        open output reprint-file
        move rt-report(rpt-sub) to rb-report
        move want-date to rb-date
        move run-date to rb-run-date
        if want-dept is equal to spaces
            move 'whole report' to rs-text
        else
            string 'lines for submitter ' delimited by size
                want-dept delimited by size
                ' only' delimited by size
                into rs-text
        end-if
        move zero to report-page
        *> the first line printed forces the first page heading
        move page-line-limit to report-line-count
        perform read-gen-line
        perform reprint-one-line until gen-eof
        close gen-file
        *> a submitter with nothing on the report still gets the
        *> heading, so the reprint says what was asked for
        if report-page is equal to zero
            perform start-reprint-page
        end-if
        move reprinted-count to rt-count
        write reprint-line from spaces after advancing 1 line
        write reprint-line from reprint-total after advancing 1 line
        write reprint-line from reprint-end-line
            after advancing 1 line
        close reprint-file
        display 'reprint written to REPRINT.DAT - ' reprinted-count
            ' line(s) of ' gen-read '.'
    end-if.

read-gen-line.
    read gen-file
        at end set gen-eof to true
        not at end add 1 to gen-read
    end-read.

reprint-one-line.
    set line-wanted to true.
    if want-dept is not equal to spaces
        move rt-dept-pos(rpt-sub) to dept-pos
        if rpt-sub is equal to 4
            perform check-combined-line
        end-if
        if gen-line(dept-pos:3) is not equal to want-dept
            move 'n' to wanted-sw
        end-if
    end-if.
    if line-wanted
        if report-line-count is not less than page-line-limit
            perform start-reprint-page
        end-if
        write reprint-line from gen-line after advancing 1 line
        add 1 to report-line-count
        add 1 to reprinted-count
    end-if.
    perform read-gen-line.

check-combined-line.
    *> a root line ('S ') carries the code in column 65, a product
    *> line ('M ') in column 121 - anything else belongs to no
    *> submitter and is left out of a one-department reprint
    if gen-line(10:2) is equal to 'M '
        move 121 to dept-pos
    else
        if gen-line(10:2) is not equal to 'S '
            move 'n' to wanted-sw
        end-if
    end-if.

start-reprint-page.
    add 1 to report-page.
    move report-page to rb-page.
    write reprint-line from spaces after advancing 1 line.
    write reprint-line from reprint-banner after advancing 1 line.
    write reprint-line from reprint-scope after advancing 1 line.
    write reprint-line from reprint-rule after advancing 1 line.
    move zero to report-line-count.

write-run-control.
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'reprint   ' to rc-program.
    move 'i' to rc-mode.
    move gen-read to rc-read.
    move reprinted-count to rc-written.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.
