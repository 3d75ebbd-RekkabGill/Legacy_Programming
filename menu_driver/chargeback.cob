*> still gets last month billed;
*> every audit record stamped in that month - roots from
*> AUDIT-LOG.DAT, products from MULT-AUDIT.DAT, quotients from
*> DIV-AUDIT.DAT, powers from POW-AUDIT.DAT, live files and the
*> cataloged generations alike -
*> is counted against the submitter code it carries, priced at the
*> per-unit rates held on DEPT-MASTER.DAT, and CHARGEBACK.DAT gets
*> one line per department with counts, amounts and a total.
*>   prompt nobody expects.
*> - a run-control record (start and finish) is now cut like every
*>   other program's.
*> - each calculation is now priced at the rate in force on the day
*>   it was stamped, taken from the DEPT-RATES.DAT rate history
*>   deptmnt keeps, instead of at whatever DEPT-MASTER.DAT says
*>   today - a past month rerun from the menu bills at that
*>   month's rates. a department with no history yet still bills
*>   at its master rates, and a retired one (off the master, still
*>   on the history) is named from its history and billed for the
*>   work it did while it was live.
*> - a balanced general ledger journal is now cut to GL-JOURNAL.DAT
*>   alongside the printed report, so finance loads the month
*>   instead of rekeying it: one debit per billed department
*>   against the cost centre and account deptmnt holds for it on
*>   DEPT-GL.DAT, one credit for the month's total to the
*>   computing-services recovery account (kept there under ***),
*>   and a header and trailer carrying the journal date, line count
*>   and debit and credit totals. a department with no account
*>   posts to suspense and is named on the console. every posting
*>   is recorded on the GL-REGISTER.DAT journal register, with its
*>   lines kept on GL-POSTED.DAT, so a month already journalled -
*>   a second MONTHEND run, or a menu rerun - cuts the reversal of
*>   the posting on the register followed by the repost, never a
*>   second posting on top of the first.
*> - peaspow's POW-AUDIT.DAT trail (and its POW-GEN- generations)
*>   is billed as well, in its own powers column. powers run on
*>   the products engine and are priced at the products rate in
*>   force, so no new rate is kept for them.
*> - work done by an expedite run is billed at a premium of 1.50
*>   times the rate in force. the calculators' mode 'x' runs are
*>   read off RUN-CONTROL.DAT and its RUNCTL-GEN- generations, and
*>   an audit record stamped between such a run's start and finish
*>   is priced at the premium. the report and the console carry
*>   the month's expedite count and the premium it added.
*> - the expedite premium is taken from SITE-PARAMS.DAT, where
*>   parmaint maintains and logs it with the other site figures,
*>   instead of being compiled in; 1.50 stands until one is set.

identification division.
program-id. chargeback.
     select trail-in assign to trail-file-name
         organization is line sequential
         file status is trail-in-status.
     select runctl-in assign to runctl-file-name
         organization is line sequential
         file status is runctl-in-status.
     select dept-master assign to "DEPT-MASTER.DAT"
         organization is line sequential
         file status is dept-status.
     select rate-history assign to "DEPT-RATES.DAT"
         organization is line sequential
         file status is rate-status.
     select dept-gl assign to "DEPT-GL.DAT"
         organization is line sequential
         file status is dept-gl-status.
     select gl-journal assign to "GL-JOURNAL.DAT"
         organization is line sequential
         file status is journal-status.
     select gl-register assign to "GL-REGISTER.DAT"
         organization is line sequential
         file status is gl-register-status.
     select gl-posted assign to "GL-POSTED.DAT"
         organization is line sequential
         file status is gl-posted-status.
     select charge-report assign to "CHARGEBACK.DAT"
         organization is line sequential
         file status is charge-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
     select site-params assign to "SITE-PARAMS.DAT"
         organization is line sequential
         file status is params-status.
data division.
file section.
fd standard-output.
         02 cat-last-seq picture 9(6).
fd trail-in.
     01 trail-record picture x(150).
fd site-params.
     01 site-params-record.
         02 filler picture x(35).
         02 filler picture x(1).
         02 sp-expedite-premium picture 9v9(2).
fd runctl-in.
     01 runctl-in-record.
         02 rin-program picture x(10).
         02 filler      picture x(1).
         02 rin-mode    picture x(1).
         02 filler      picture x(1).
         02 rin-status  picture x(1).
         02 filler      picture x(15).
         02 rin-date    picture 9(8).
         02 filler      picture x(1).
         02 rin-time    picture 9(6).
fd dept-master.
     01 dept-master-record.
         02 dm-code picture x(3).
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
fd dept-gl.
     01 dept-gl-record.
         02 gl-code picture x(3).
         02 filler  picture x(1).
         02 gl-cost-centre picture x(6).
         02 filler  picture x(1).
         02 gl-account picture x(8).
fd gl-journal.
     01 journal-line picture x(100).
fd gl-register.
     01 gl-register-record.
         02 gr-period picture 9(6).
         02 filler    picture x(1).
         02 gr-post-no picture 9(4).
         02 filler    picture x(1).
         02 gr-kind   picture x(1).
         02 filler    picture x(1).
         02 gr-date   picture 9(8).
         02 filler    picture x(1).
         02 gr-lines  picture 9(4).
         02 filler    picture x(1).
         02 gr-amount picture 9(11)v9(2).
         02 filler    picture x(1).
         02 gr-mode   picture x(1).
         02 filler    picture x(1).
         02 gr-reverses picture 9(4).
fd gl-posted.
     01 gl-posted-record.
         02 gp-post-no picture 9(4).
         02 filler     picture x(1).
         02 gp-period  picture 9(6).
         02 filler     picture x(1).
         02 gp-code    picture x(3).
         02 filler     picture x(1).
         02 gp-cost-centre picture x(6).
         02 filler     picture x(1).
         02 gp-account picture x(8).
         02 filler     picture x(1).
         02 gp-dc      picture x(1).
         02 filler     picture x(1).
         02 gp-amount  picture 9(11)v9(2).
         02 filler     picture x(1).
         02 gp-desc    picture x(20).
fd charge-report.
     01 charge-line picture x(120).
fd run-control.
77 trail-in-status picture x(2).
77 dept-status picture x(2).
77 charge-status picture x(2).
77 rate-status picture x(2).
77 dept-gl-status picture x(2).
77 journal-status picture x(2).
77 gl-register-status picture x(2).
77 gl-posted-status picture x(2).
77 params-status picture x(2).
77 gl-eof-sw picture x(1) value 'n'.
    88 gl-eof value 'y'.
77 gl-found-sw picture x(1).
    88 gl-found value 'y'.
77 gl-count picture 9(2) value zero.
77 gl-sub picture 9(2).
77 want-gl-code picture x(3).
77 last-post-no picture 9(4) value zero.
77 active-post-no picture 9(4) value zero.
77 new-post-no picture 9(4) value zero.
77 jl-count picture 9(4) value zero.
77 jl-sub picture 9(4).
77 reversal-count picture 9(4) value zero.
77 posting-count picture 9(4) value zero.
77 suspense-count picture 9(4) value zero.
77 posting-amount picture 9(11)v9(2) value zero.
77 journal-debits picture 9(11)v9(2) value zero.
77 journal-credits picture 9(11)v9(2) value zero.
77 rate-eof-sw picture x(1) value 'n'.
    88 rate-eof value 'y'.
77 hist-count picture 9(4) value zero.
77 hist-sub picture 9(4).
77 hist-found-sw picture x(1).
    88 hist-found value 'y'.
77 want-calc picture x(1).
77 want-date picture 9(8).
77 best-date picture 9(8).
77 best-rate picture 9(3)v9(2).
77 unit-rate picture 9(3)v9(2).
77 audit-cat-eof-sw picture x(1) value 'n'.
    88 audit-cat-eof value 'y'.
77 last-gen-date picture 9(8) value zero.
77 root-amount picture 9(9)v9(2).
77 mult-amount picture 9(9)v9(2).
77 div-amount picture 9(9)v9(2).
77 pow-amount picture 9(9)v9(2).
77 dept-total picture 9(10)v9(2).
77 grand-amount picture 9(11)v9(2) value zero.
*> an expedite run is billed at this multiple of the rate in force,
*> taken from the site parameter record when one is set there
77 expedite-premium picture 9v9(2) value 1.50.
77 billed-rate picture 9(4)v9(2).
77 record-time picture x(6).
77 runctl-in-status picture x(2).
77 runctl-eof-sw picture x(1) value 'n'.
    88 runctl-eof value 'y'.
77 runctl-file-name picture x(24).
77 window-count picture 9(3) value zero.
77 window-sub picture 9(3).
77 window-hit-sw picture x(1).
    88 window-hit value 'y'.
77 expedite-count picture 9(8) value zero.
77 premium-amount picture 9(11)v9(2) value zero.
*> where the submitter code sits on each trail's detail line -
*> the four layouts share the 33-character stamp lead-in but
*> differ after it
01 trail-layout-names.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(12) value 'AUDIT-GEN-'.
    02 filler picture 9(3) value 091.
    02 filler picture x(10) value 'sqrtbabyex'.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture x(12) value 'MULT-GEN-'.
    02 filler picture 9(3) value 139.
    02 filler picture x(10) value 'a4'.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(12) value 'DIV-GEN-'.
    02 filler picture 9(3) value 127.
    02 filler picture x(10) value 'peasdiv'.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture x(12) value 'POW-GEN-'.
    02 filler picture 9(3) value 101.
    02 filler picture x(10) value 'peaspow'.
01 trail-layout-table redefines trail-layout-names.
    02 trail-layout occurs 4 times.
        03 tl-log picture x(16).
        03 tl-gen-prefix picture x(12).
        03 tl-dept-pos picture 9(3).
        03 tl-program picture x(10).
*> when each calculator was running for an expedite run this
*> month - from its start record to its finish on RUN-CONTROL.DAT
*> (an unfinished one runs to the end of its day). a record
*> stamped inside one of these was worked by that expedite run
01 expedite-window-table.
    02 xw-entry occurs 500 times.
        03 xw-program picture x(10).
        03 xw-date picture 9(8).
        03 xw-start picture 9(6).
        03 xw-end picture 9(6).
        03 xw-open-sw picture x(1).
            88 xw-open value 'y'.
01 dept-rate-table.
    02 drt-entry occurs 50 times.
        03 drt-code picture x(3).
        03 drt-root-rate picture 9(3)v9(2).
        03 drt-mult-rate picture 9(3)v9(2).
        03 drt-div-rate picture 9(3)v9(2).
*> every rate line on the history - a department, a calculator, the
*> day it took effect, and the name it carried when it was keyed
01 hist-table.
    02 ht-entry occurs 2000 times.
        03 ht-code picture x(3).
        03 ht-eff-date picture 9(8).
        03 ht-calc picture x(1).
        03 ht-rate picture 9(3)v9(2).
        03 ht-name picture x(20).
*> finance's cost centre and account per department, and the
*> recovery account under ***
01 gl-table.
    02 gt-entry occurs 51 times.
        03 gt-code picture x(3).
        03 gt-cost-centre picture x(6).
        03 gt-account picture x(8).
*> the journal is built here before it is cut, so the header can
*> lead with the true count and totals - the reversal of a month
*> already posted first, then the posting
01 journal-table.
    02 jl-entry occurs 120 times.
        03 jl-kind picture x(1).
        03 jl-code picture x(3).
        03 jl-cost-centre picture x(6).
        03 jl-account picture x(8).
        03 jl-dc picture x(1).
        03 jl-amount picture 9(11)v9(2).
        03 jl-desc picture x(20).
01 journal-control.
    02 jc-type picture x(1).
    02 filler  picture x(1) value space.
    02 jc-date picture 9(8).
    02 filler  picture x(1) value space.
    02 jc-period picture 9(6).
    02 filler  picture x(1) value space.
    02 jc-source picture x(10) value 'CHARGEBACK'.
    02 filler  picture x(1) value space.
    02 jc-lines picture 9(6).
    02 filler  picture x(1) value space.
    02 jc-debits picture 9(11)v9(2).
    02 filler  picture x(1) value space.
    02 jc-credits picture 9(11)v9(2).
01 journal-detail.
    02 filler  picture x(1) value 'D'.
    02 filler  picture x(1) value space.
    02 jd-date picture 9(8).
    02 filler  picture x(1) value space.
    02 jd-period picture 9(6).
    02 filler  picture x(1) value space.
    02 jd-kind picture x(1).
    02 filler  picture x(1) value space.
    02 jd-code picture x(3).
    02 filler  picture x(1) value space.
    02 jd-cost-centre picture x(6).
    02 filler  picture x(1) value space.
    02 jd-account picture x(8).
    02 filler  picture x(1) value space.
    02 jd-dc picture x(1).
    02 filler  picture x(1) value space.
    02 jd-amount picture 9(11)v9(2).
    02 filler  picture x(1) value space.
    02 jd-desc picture x(20).
01 journal-note.
    02 filler picture x(24) value 'GL journal - posting no '.
    02 jn-post-no picture zzz9.
    02 jn-reversal picture x(30).
    02 filler picture x(8) value ' lines: '.
    02 jn-lines picture zzz9.
01 tally-table.
    02 tally-entry occurs 52 times.
        03 ty-code picture x(3).
        03 ty-roots picture 9(6).
        03 ty-mults picture 9(6).
        03 ty-divs picture 9(6).
        03 ty-pows picture 9(6).
        03 ty-root-amt picture 9(9)v9(2).
        03 ty-mult-amt picture 9(9)v9(2).
        03 ty-div-amt picture 9(9)v9(2).
        03 ty-pow-amt picture 9(9)v9(2).
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(33) value 'departmental chargeback report - '.
        'dept name                 '.
    02 filler picture x(60) value
        '   roots     amount products     amount   quotnts     amount'.
    02 filler picture x(19) value '  powers     amount'.
    02 filler picture x(10) value '     total'.
01 charge-detail.
    02 cd-code picture x(3).
    02 filler picture x(2) value spaces.
    02 filler picture x(1) value space.
    02 cd-div-amt picture z(6)9.99.
    02 filler picture x(1) value space.
    02 cd-pows picture zzzzz9.
    02 filler picture x(1) value space.
    02 cd-pow-amt picture z(6)9.99.
    02 filler picture x(1) value space.
    02 cd-total picture z(9)9.99.
01 charge-total-line.
    02 filler picture x(25) value 'total billed this month: '.
01 charge-summary.
    02 filler picture x(26) value 'calculations attributed:  '.
    02 cs-count picture zzzzzzz9.
01 expedite-summary.
    02 filler picture x(26) value 'expedite calculations:    '.
    02 es-count picture zzzzzzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(26) value 'expedite premium billed: '.
    02 es-amount picture z(10)9.99.
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
    move zero to tally-count.
    move zero to counted-total.
    move zero to grand-amount.
    move zero to expedite-count.
    move zero to premium-amount.
    perform clear-tally-entry
        varying tally-sub from 1 by 1
        until tally-sub is greater than 52.
    move 'S' to rc-status.
    perform write-run-control.

    perform load-site-params.
    perform load-dept-master.
    perform load-rate-history.
    perform load-ledger-accounts.
    perform find-month-posting.
    perform load-expedite-windows.

    perform scan-one-trail
        varying trail-sub from 1 by 1
        until trail-sub is greater than 4.

    open output charge-report.
    write charge-line from title-line.
    write charge-line from charge-total-line.
    move counted-total to cs-count.
    write charge-line from charge-summary.
    move expedite-count to es-count.
    move premium-amount to es-amount.
    write charge-line from expedite-summary.
    perform add-recovery-credit.
    perform describe-journal.
    write charge-line from journal-note.
    close charge-report.

    perform cut-gl-journal.
    perform register-journal.

    write out-line from charge-total-line after advancing 1 line.
    write out-line from charge-summary after advancing 1 line.
    write out-line from expedite-summary after advancing 1 line.
    write out-line from journal-note after advancing 1 line.
    if suspense-count is greater than zero
        display suspense-count ' journal line(s) posted to suspense'
            ' - set the account in deptmnt.'
    end-if.
    display 'report written to CHARGEBACK.DAT, journal to'
        ' GL-JOURNAL.DAT.'.
    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    move zero to ty-roots(tally-sub).
    move zero to ty-mults(tally-sub).
    move zero to ty-divs(tally-sub).
    move zero to ty-root-amt(tally-sub).
    move zero to ty-mult-amt(tally-sub).
    move zero to ty-div-amt(tally-sub).
    move zero to ty-pows(tally-sub).
    move zero to ty-pow-amt(tally-sub).

get-report-month.
    *> the stream path never prompts - it promises to run without
        end-if
    end-if.

load-site-params.
    *> no record, or no figure on it yet, keeps the 1.50
    move 1.50 to expedite-premium.
    open input site-params.
    if params-status = "00"
        read site-params
        if params-status = "00"
            if sp-expedite-premium is numeric
                    and sp-expedite-premium is greater than zero
                move sp-expedite-premium to expedite-premium
            end-if
        end-if
        close site-params
    end-if.

load-dept-master.
    move zero to dept-count.
    move 'n' to dept-eof-sw.
            end-if
    end-read.

load-rate-history.
    *> no history on disk just means deptmnt has not been run yet -
    *> everything then bills at the master rates, as it always did
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
            *> a retirement line carries no rate, only the rate
            *> lines price anything
            if dr-calc is not equal to space
                if hist-count is less than 2000
                    add 1 to hist-count
                    move dr-code to ht-code(hist-count)
                    move dr-eff-date to ht-eff-date(hist-count)
                    move dr-calc to ht-calc(hist-count)
                    move dr-rate to ht-rate(hist-count)
                    move dr-name to ht-name(hist-count)
                else
                    display 'warning: over 2000 rate lines - '
                        dr-code ' history not all read.'
                end-if
            end-if
    end-read.

scan-one-trail.
    move tl-log(trail-sub) to live-log-name.
    move tl-gen-prefix(trail-sub) to gen-prefix.
    end-read.

tally-trail-record.
    *> all four trails stamp the date in the same lead-in columns;
    *> the submitter code sits where this trail's layout put it
    move trail-record(9:8) to record-date.
    if record-date(1:6) is equal to report-month
        perform find-tally-slot
        if tally-found
            add 1 to counted-total
            move record-date to want-date
            perform find-unit-rate
            perform price-expedite-record
            evaluate trail-sub
                when 1
                    add 1 to ty-roots(tally-sub)
                    add billed-rate to ty-root-amt(tally-sub)
                when 2
                    add 1 to ty-mults(tally-sub)
                    add billed-rate to ty-mult-amt(tally-sub)
                when 3
                    add 1 to ty-divs(tally-sub)
                    add billed-rate to ty-div-amt(tally-sub)
                when other
                    add 1 to ty-pows(tally-sub)
                    add billed-rate to ty-pow-amt(tally-sub)
            end-evaluate
        end-if
    end-if.
    perform read-trail-record.

price-expedite-record.
    *> work an expedite run did is billed at the premium multiple
    *> of the rate in force - the calculators hold their trail's
    *> lock for the whole run, so nothing else can land on the
    *> trail inside the window
    move unit-rate to billed-rate.
    move trail-record(18:6) to record-time.
    move 'n' to window-hit-sw.
    move 1 to window-sub.
    perform match-expedite-window
        until window-hit or window-sub is greater than window-count.
    if window-hit
        add 1 to expedite-count
        compute billed-rate rounded = unit-rate * expedite-premium
        compute premium-amount = premium-amount
            + billed-rate - unit-rate
    end-if.

match-expedite-window.
    if xw-program(window-sub) is equal to tl-program(trail-sub)
            and xw-date(window-sub) is equal to record-date
            and xw-start(window-sub) is not greater than record-time
            and xw-end(window-sub) is not less than record-time
        set window-hit to true
    else
        add 1 to window-sub
    end-if.

load-expedite-windows.
    *> the month's run-control records live on the generations the
    *> rollover cut and on the live file, the way opshist reads
    *> them; only the calculators' mode 'x' runs matter here
    move zero to window-count.
    move 'n' to audit-cat-eof-sw.
    move zero to last-gen-date.
    open input audit-cat.
    if audit-cat-status = "00"
        perform read-cat-record
        perform check-runctl-cat-record until audit-cat-eof
        close audit-cat
    end-if.
    move 'RUN-CONTROL.DAT' to runctl-file-name.
    perform scan-one-runctl-file.

check-runctl-cat-record.
    if cat-log is equal to 'RUN-CONTROL.DAT'
            and cat-date(1:6) is not less than report-month
            and cat-date is not equal to last-gen-date
        move cat-date to last-gen-date
        move spaces to runctl-file-name
        string 'RUNCTL-GEN-' delimited by size
            cat-date delimited by size
            '.DAT' delimited by size
            into runctl-file-name
        perform scan-one-runctl-file
    end-if.
    perform read-cat-record.

scan-one-runctl-file.
    move 'n' to runctl-eof-sw.
    open input runctl-in.
    if runctl-in-status = "00"
        perform read-runctl-record
        perform sift-runctl-record until runctl-eof
        close runctl-in
    end-if.

read-runctl-record.
    read runctl-in
        at end set runctl-eof to true
    end-read.

sift-runctl-record.
    if rin-mode is equal to 'x'
            and rin-date(1:6) is equal to report-month
        if rin-status is equal to 'S'
            perform open-expedite-window
        else
            perform close-expedite-window
        end-if
    end-if.
    perform read-runctl-record.

open-expedite-window.
    if window-count is less than 500
        add 1 to window-count
        move rin-program to xw-program(window-count)
        move rin-date to xw-date(window-count)
        move rin-time to xw-start(window-count)
        move 235959 to xw-end(window-count)
        set xw-open(window-count) to true
    else
        display 'warning: over 500 expedite runs - ' rin-program
            ' billed at the ordinary rate.'
    end-if.

close-expedite-window.
    *> a finish closes the latest window its program still has
    *> open on that day
    move 'n' to window-hit-sw.
    move window-count to window-sub.
    perform match-open-window
        until window-hit or window-sub is equal to zero.
    if window-hit
        move rin-time to xw-end(window-sub)
        move 'n' to xw-open-sw(window-sub)
    end-if.

match-open-window.
    if xw-program(window-sub) is equal to rin-program
            and xw-date(window-sub) is equal to rin-date
            and xw-open(window-sub)
        set window-hit to true
    else
        subtract 1 from window-sub
    end-if.

find-tally-slot.
    *> fifty departments plus the unattributed bucket is generous
    *> for a shop this size, and an overflow is said out loud
        end-if
    end-if.

find-unit-rate.
    *> the rate in force on the day the record was stamped: the
    *> history line for this department and calculator with the
    *> latest effective date not after that day, a later line for
    *> the same date winning as a correction. a department with no
    *> history yet falls back on its master rate, and a blank or
    *> unknown code bills at nothing. a power is priced as a
    *> product - it is the same halve-and-double engine
    evaluate trail-sub
        when 1
            move 'R' to want-calc
        when 3
            move 'D' to want-calc
        when other
            move 'M' to want-calc
    end-evaluate.
    move 'n' to hist-found-sw.
    move zero to best-date.
    move zero to best-rate.
    perform check-rate-line
        varying hist-sub from 1 by 1
        until hist-sub is greater than hist-count.
    if hist-found
        move best-rate to unit-rate
    else
        perform find-master-rate
    end-if.

check-rate-line.
    if ht-code(hist-sub) is equal to record-dept
            and ht-calc(hist-sub) is equal to want-calc
            and ht-eff-date(hist-sub) is not greater than want-date
            and ht-eff-date(hist-sub) is not less than best-date
        set hist-found to true
        move ht-eff-date(hist-sub) to best-date
        move ht-rate(hist-sub) to best-rate
    end-if.

find-master-rate.
    move zero to unit-rate.
    move 'n' to rate-found-sw.
    move 1 to dept-sub.
    perform match-master-code
        until rate-found or dept-sub is greater than dept-count.
    if rate-found
        evaluate want-calc
            when 'R'
                move drt-root-rate(dept-sub) to unit-rate
            when 'M'
                move drt-mult-rate(dept-sub) to unit-rate
            when other
                move drt-div-rate(dept-sub) to unit-rate
        end-evaluate
    end-if.

match-master-code.
    if drt-code(dept-sub) is equal to record-dept
        set rate-found to true
    else
        add 1 to dept-sub
    end-if.

match-tally-slot.
    if ty-code(tally-sub) is equal to record-dept
        set tally-found to true
    move ty-roots(tally-sub) to cd-roots.
    move ty-mults(tally-sub) to cd-mults.
    move ty-divs(tally-sub) to cd-divs.
    move ty-pows(tally-sub) to cd-pows.
    move root-amount to cd-root-amt.
    move mult-amount to cd-mult-amt.
    move div-amount to cd-div-amt.
    move pow-amount to cd-pow-amt.
    compute dept-total = root-amount + mult-amount + div-amount
        + pow-amount.
    move dept-total to cd-total.
    add dept-total to grand-amount.
    write charge-line from charge-detail.
    if dept-total is greater than zero
        perform add-dept-debit
    end-if.

find-dept-rates.
    *> the amounts were priced record by record as the trails were
    *> read - all that is left is the name. an unknown or blank
    *> code still shows its counts, billed at zero and named for
    *> what it is, so the master gets fixed instead of the work
    *> disappearing from the report; a retired department is off
    *> the master but its history still knows what it was called
    move 'n' to rate-found-sw.
    move ty-root-amt(tally-sub) to root-amount.
    move ty-mult-amt(tally-sub) to mult-amount.
    move ty-div-amt(tally-sub) to div-amount.
    move ty-pow-amt(tally-sub) to pow-amount.
    if ty-code(tally-sub) is equal to '---'
        move '(unattributed)' to cd-name
    else
        perform match-dept-rate
            until rate-found or dept-sub is greater than dept-count
        if not rate-found
            perform find-history-name
        end-if
    end-if.

    if drt-code(dept-sub) is equal to ty-code(tally-sub)
        set rate-found to true
        move drt-name(dept-sub) to cd-name
    else
        add 1 to dept-sub
    end-if.

find-history-name.
    move '(not on master)' to cd-name.
    perform match-history-name
        varying hist-sub from 1 by 1
        until hist-sub is greater than hist-count.

match-history-name.
    *> the last line on the history carries the latest name
    if ht-code(hist-sub) is equal to ty-code(tally-sub)
        move ht-name(hist-sub) to cd-name
    end-if.

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
            end-if
    end-read.

find-month-posting.
    *> the register says whether this month has been journalled
    *> already - the latest posting for the month not yet reversed
    *> is what a rerun has to take back out before reposting
    move zero to last-post-no.
    move zero to active-post-no.
    move zero to jl-count.
    move zero to reversal-count.
    move zero to posting-count.
    move zero to suspense-count.
    move zero to posting-amount.
    move 'n' to gl-eof-sw.
    open input gl-register.
    if gl-register-status = "00"
        perform read-gl-register
        perform sift-gl-register until gl-eof
        close gl-register
    end-if.
    if active-post-no is greater than zero
        perform load-reversal-lines
    end-if.

read-gl-register.
    read gl-register
        at end set gl-eof to true
    end-read.

sift-gl-register.
    if gr-post-no is greater than last-post-no
        move gr-post-no to last-post-no
    end-if.
    if gr-period is equal to report-month
        if gr-kind is equal to 'P'
            move gr-post-no to active-post-no
        else
            if gr-reverses is equal to active-post-no
                move zero to active-post-no
            end-if
        end-if
    end-if.
    perform read-gl-register.

load-reversal-lines.
    *> the reversal takes back exactly what was posted - the lines
    *> as they went to the ledger, debits and credits swapped - not
    *> this run's figures, which may have moved since
    move 'n' to gl-eof-sw.
    open input gl-posted.
    if gl-posted-status = "00"
        perform read-gl-posted
        perform sift-gl-posted until gl-eof
        close gl-posted
    end-if.
    if reversal-count is equal to zero
        display 'GL-POSTED.DAT has no lines for posting '
            active-post-no ' - nothing to reverse.'
    end-if.

read-gl-posted.
    read gl-posted
        at end set gl-eof to true
    end-read.

sift-gl-posted.
    if gp-post-no is equal to active-post-no
            and jl-count is less than 120
        add 1 to jl-count
        add 1 to reversal-count
        move 'R' to jl-kind(jl-count)
        move gp-code to jl-code(jl-count)
        move gp-cost-centre to jl-cost-centre(jl-count)
        move gp-account to jl-account(jl-count)
        if gp-dc is equal to 'D'
            move 'C' to jl-dc(jl-count)
        else
            move 'D' to jl-dc(jl-count)
        end-if
        move gp-amount to jl-amount(jl-count)
        move gp-desc to jl-desc(jl-count)
    end-if.
    perform read-gl-posted.

add-dept-debit.
    if jl-count is less than 119
        add 1 to jl-count
        add 1 to posting-count
        move 'P' to jl-kind(jl-count)
        move ty-code(tally-sub) to jl-code(jl-count)
        move ty-code(tally-sub) to want-gl-code
        perform find-ledger-account
        move 'D' to jl-dc(jl-count)
        move dept-total to jl-amount(jl-count)
        move cd-name to jl-desc(jl-count)
        add dept-total to posting-amount
    else
        display 'warning: journal full - ' ty-code(tally-sub)
            ' not journalled.'
    end-if.

add-recovery-credit.
    *> one credit for everything debited, so the posting balances
    *> by construction
    if posting-count is greater than zero
        add 1 to jl-count
        add 1 to posting-count
        move 'P' to jl-kind(jl-count)
        move '***' to jl-code(jl-count)
        move '***' to want-gl-code
        perform find-ledger-account
        move 'C' to jl-dc(jl-count)
        move posting-amount to jl-amount(jl-count)
        move 'COMPUTING RECOVERY' to jl-desc(jl-count)
    end-if.

find-ledger-account.
    move 'n' to gl-found-sw.
    move 1 to gl-sub.
    perform match-ledger-account
        until gl-found or gl-sub is greater than gl-count.
    if gl-found
        move gt-cost-centre(gl-sub) to jl-cost-centre(jl-count)
        move gt-account(gl-sub) to jl-account(jl-count)
    else
        *> the journal still balances - the line waits in suspense
        *> until the account is set, rather than dropping out
        move 'SUSPNS' to jl-cost-centre(jl-count)
        move 'SUSPENSE' to jl-account(jl-count)
        add 1 to suspense-count
        display 'no ledger account for ' want-gl-code
            ' - posted to suspense.'
    end-if.

match-ledger-account.
    if gt-code(gl-sub) is equal to want-gl-code
        set gl-found to true
    else
        add 1 to gl-sub
    end-if.

describe-journal.
    if posting-count is greater than zero
        compute new-post-no = last-post-no + 1
        move new-post-no to jn-post-no
    else
        move zero to new-post-no
        move zero to jn-post-no
    end-if.
    if reversal-count is greater than zero
        move spaces to jn-reversal
        string ' (reverses posting ' delimited by size
            active-post-no delimited by size
            ')' delimited by size
            into jn-reversal
    else
        move spaces to jn-reversal
    end-if.
    move jl-count to jn-lines.

cut-gl-journal.
    *> the interface file finance loads - cut fresh every run, the
    *> register is what remembers what was posted before
    move zero to journal-debits.
    move zero to journal-credits.
    perform total-journal-line
        varying jl-sub from 1 by 1
        until jl-sub is greater than jl-count.
    accept run-date from date yyyymmdd.
    open output gl-journal.
    move 'H' to jc-type.
    perform write-journal-control.
    perform write-journal-line
        varying jl-sub from 1 by 1
        until jl-sub is greater than jl-count.
    move 'T' to jc-type.
    perform write-journal-control.
    close gl-journal.

total-journal-line.
    if jl-dc(jl-sub) is equal to 'D'
        add jl-amount(jl-sub) to journal-debits
    else
        add jl-amount(jl-sub) to journal-credits
    end-if.

write-journal-control.
    move run-date to jc-date.
    move report-month to jc-period.
    move jl-count to jc-lines.
    move journal-debits to jc-debits.
    move journal-credits to jc-credits.
    write journal-line from journal-control.

write-journal-line.
    move run-date to jd-date.
    move report-month to jd-period.
    move jl-kind(jl-sub) to jd-kind.
    move jl-code(jl-sub) to jd-code.
    move jl-cost-centre(jl-sub) to jd-cost-centre.
    move jl-account(jl-sub) to jd-account.
    move jl-dc(jl-sub) to jd-dc.
    move jl-amount(jl-sub) to jd-amount.
    move jl-desc(jl-sub) to jd-desc.
    write journal-line from journal-detail.

register-journal.
    *> appended, never rewritten: the reversal is noted against the
    *> posting it took back, then the new posting with its lines
    *> kept so the next rerun can reverse it in turn
    if reversal-count is greater than zero
        open extend gl-register
        if gl-register-status is not equal to "00"
            open output gl-register
        end-if
        move spaces to gl-register-record
        move report-month to gr-period
        move active-post-no to gr-post-no
        move 'V' to gr-kind
        move run-date to gr-date
        move reversal-count to gr-lines
        compute gr-amount = journal-debits - posting-amount
        move callMode to gr-mode
        move active-post-no to gr-reverses
        write gl-register-record
        close gl-register
    end-if.
    if posting-count is greater than zero
        open extend gl-posted
        if gl-posted-status is not equal to "00"
            open output gl-posted
        end-if
        perform keep-posted-line
            varying jl-sub from 1 by 1
            until jl-sub is greater than jl-count
        close gl-posted
        open extend gl-register
        if gl-register-status is not equal to "00"
            open output gl-register
        end-if
        move spaces to gl-register-record
        move report-month to gr-period
        move new-post-no to gr-post-no
        move 'P' to gr-kind
        move run-date to gr-date
        move posting-count to gr-lines
        move posting-amount to gr-amount
        move callMode to gr-mode
        move zero to gr-reverses
        write gl-register-record
        close gl-register
    end-if.

keep-posted-line.
    if jl-kind(jl-sub) is equal to 'P'
        move spaces to gl-posted-record
        move new-post-no to gp-post-no
        move report-month to gp-period
        move jl-code(jl-sub) to gp-code
        move jl-cost-centre(jl-sub) to gp-cost-centre
        move jl-account(jl-sub) to gp-account
        move jl-dc(jl-sub) to gp-dc
        move jl-amount(jl-sub) to gp-amount
        move jl-desc(jl-sub) to gp-desc
        write gl-posted-record
    end-if.
