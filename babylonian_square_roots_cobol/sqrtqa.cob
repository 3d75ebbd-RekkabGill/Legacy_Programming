*>   through appending would queue half-written nonsense for
*>   retry. a refusal names the holder and ends with return code
*>   8.
*> - the audit record view runs the full 100 columns now that the
*>   trail carries a check value past the department code - a
*>   shorter view splits each line in two on the read.
*> - the site parameter record view runs to the record's full
*>   width now that it carries the report retention field past the
*>   page length - a shorter view would read the record short and
*>   fall back to the compiled-in figures.
*> - an expedite run (the expedite driver names the department in
*>   the EXPEDITE_DEPT environment variable for the length of its
*>   run) rechecks only that department's roots logged today,
*>   reports on EXP-SQRT-QA.DAT and never cuts the retry queue -
*>   the night's pass reconciles the whole log and queues any
*>   mismatch as before. its run-control records carry mode 'x'.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. sqrtqa.
     select audit-in assign to "AUDIT-LOG.DAT"
         organization is line sequential
         file status is audit-in-status.
     select qa-report assign to qa-report-name
         organization is line sequential
         file status is qa-report-status.
     select run-control assign to "RUN-CONTROL.DAT"
         02 ain-conv picture x(1).
         02 filler   picture x(2).
         02 ain-dept picture x(3).
         02 filler   picture x(7).
fd qa-report.
     01 qa-report-line picture x(100).
fd run-control.
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
fd retry-out.
     01 retry-out-record.
         02 rout-in-z picture s9(10)v9(6) sign leading separate.
77 retry-sub picture 9(4).
77 retry-hash picture 9(12)v9(6) value zero.
77 run-date picture 9(8).
*> the department an expedite run is for - blank on every ordinary
*> run, and then the whole log is reconciled as it always was
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
77 qa-report-name picture x(20).
77 today-date picture 9(8).
01 retry-queue-table.
    02 rqt-entry occurs 1000 times.
        03 rqt-in-z picture s9(10)v9(6) sign leading separate.
    move zero to retry-count.
    move zero to retry-hash.
    perform load-site-params.
    perform set-file-names.

    *> the log must not move under the reconciliation, and the
    *> retry queue must not be cut while a batch is consuming it

    close audit-in.
    close qa-report.
    if retry-count is greater than zero and not expedite-run
        perform write-retry-queue
        display 'retry transactions queued on SQRT-RETRY.DAT - rerun'
        display 'sqrtbabyex batch, then qarecon, to reconcile them.'
    end-if.

    if expedite-run and mismatch-count is greater than zero
        display 'expedite mismatches are on ' qa-report-name
        display '- the night qa pass queues them for retry.'
    end-if.

    move checked-count to qas-checked.
    move mismatch-count to qas-mismatch.
    write out-line from qa-summary after advancing 2 line.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.

set-file-names.
    *> an expedite run only rechecks the roots its department had
    *> worked today and reports them on a file of its own. it
    *> never cuts SQRT-RETRY.DAT - the night's pass reconciles the
    *> whole log again and queues anything still disagreeing, so
    *> the day's retry queue is the night's business alone
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    if expedite-dept is equal to spaces
        move 'SQRT-QA.DAT' to qa-report-name
    else
        set expedite-run to true
        move 'EXP-SQRT-QA.DAT' to qa-report-name
    end-if.
    accept today-date from date yyyymmdd.

load-site-params.
    *> the shop's tuning figures live on one record now instead of
    *> being compiled into five programs. no file, or an unreadable
        open output run-control
    end-if.
    move 'sqrtqa    ' to rc-program.
    if expedite-run
        move 'x' to rc-mode
    else
        move 'b' to rc-mode
    end-if.
    move checked-count to rc-read.
    move mismatch-count to rc-written.
    accept run-date from date yyyymmdd.
    end-read.

check-audit-record.
    *> an expedite pass passes over everything but its own
    *> department's work from today
    if not expedite-run
        perform recheck-audit-record
    else
        if ain-dept is equal to expedite-dept
                and ain-date is equal to today-date
            perform recheck-audit-record
        end-if
    end-if.
    perform read-audit-record.

recheck-audit-record.
    move ain-in-z to in-z.
    move ain-y to y.
    *> the degree column prints with a zero-suppressed leading
        perform queue-retry-record
    end-if.

queue-retry-record.
    *> mismatches are buffered so the queue can be cut with the
    *> same header and trailer the batch run verifies on every
