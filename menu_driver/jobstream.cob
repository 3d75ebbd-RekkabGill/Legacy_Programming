*>   cobc -x -free -Wall -o jobstream jobstream.cob \
*>       editpass.cob dispatch.cob extract.cob opshist.cob \
*>       chargeback.cob distrib.cob lockmgr.cob mornrep.cob \
*>       quotamgr.cob balance.cob voltrend.cob \
*>       ../babylonian_square_roots_cobol/sqrtbabyex.cob \
*>       ../babylonian_square_roots_cobol/exfun.cob \
*>       ../babylonian_square_roots_cobol/sqrtqa.cob \
*>       ../babylonian_square_roots_cobol/qarecon.cob \
*>       ../babylonian_square_roots_cobol/audroll.cob \
*>       ../babylonian_square_roots_cobol/audchk.cob \
*>       ../babylonian_square_roots_cobol/audver.cob \
*>       ../babylonian_square_roots_cobol/iterprof.cob \
*>       ../russian_peasant_multiplication/Cobol/cobol_nrecursive.cob \
*>       ../russian_peasant_multiplication/Cobol/cobol_division.cob \
*>       ../russian_peasant_multiplication/Cobol/cobol_power.cob \
*>       ../russian_peasant_multiplication/Cobol/calcqa.cob
*> How to use: the scheduler kicks this off instead of an operator
*> sitting at the menu at 18:00. JOB-CARDS.DAT lists the steps to
*>   SQRT      square root batch (TRANS-IN.DAT or SQRT-RETRY.DAT)
*>   MULT      multiplication batch (MULT-INPUT.DAT)
*>   DIV       division batch (DIV-INPUT.DAT)
*>   POW       exponentiation batch (POW-INPUT.DAT)
*>   DISPATCH  combined-file batch (COMBINED-IN.DAT)
*>   QA        sqrtqa reconciliation
*>   CALCQA    calcqa product/quotient/power reconciliation
*>   RECON     qarecon retry reconciliation
*>   EXTRACT   finance csv extracts
*>   PROFILE   iteration profile report
*>   CHARGEBACK monthly departmental chargeback report
*>   DISTRIB   per-department result distribution (card it before
*>             ROLLOVER - it reads the live audit trails)
*>   BALANCE   nightly balancing ledger (card it after DISTRIB and
*>             before ROLLOVER)
*>   ROLLOVER  audit log rollover
*>   VERIFY    audit trail integrity verification (audver)
*>   TREND     daily volume trend, anomaly and capacity report
*>             (card it before ROLLOVER - it reads the live trails)
*>   MORNING   one-page morning exception report (card it last)
*> Each step runs without prompting; the calculators are pre-checked
*> for their input file so a missing drop cannot leave the stream
*> hanging at an interactive prompt. Return code 4 is a warning
*> (figures to chase, the night can go on), 8 a failure (control
*> totals out of balance) and 12 a step that could not start.
*> Columns 21-22 of a card carry the return code that stops the
*> stream at that step - blank means 08, so a warning carries on
*> and anything worse stops; 04 stops on a warning too. Columns
*> 24-29 can carry a condition and columns 31-40 the earlier step
*> it names:
*>   IFOK   run only if the named step ran and did not fail
*>   IFFAIL run only if the named step failed
*>   ALWAYS run whatever has happened
*> Once a step fails the rest of the deck is still read, but only
*> IFFAIL and ALWAYS steps run - the others are logged skipped -
*> so a notification or clean-up step can be carded to follow a
*> failure. STREAM-LOG.DAT gets a one-page log of step start, stop,
*> return code, outcome and condition decision, and the stream's
*> own return code is 8 when a step failed, 4 when one warned.
*>
*> modifications:
*> - a CALCQA step now runs the calcqa reconciliation over the mult
*>   RUN-CONTROL.DAT), so the MORNING step carded at the end of
*>   the deck reads a complete log instead of one buffered behind
*>   this program's open file.
*> - a VERIFY step runs the audver audit trail verification. its
*>   broken-trail return code stops the stream like any failed
*>   step, so the night does not carry on appending to a trail
*>   that no longer proves out. the step ladder carries on in
*>   run-audit-step now that the housekeeping one is full.
*> - a BALANCE step runs the nightly balancing ledger, proving the
*>   raw drops through the edit, the calculators and the audit
*>   trails to the department response files. its breaks are
*>   reported, not a failed step - the rollover still has to run.
*>   (it now ends with warning return code 4 when there are any.)
*> - job cards now carry the return code that stops the stream
*>   (columns 21-22, blank = 08) and an optional IFOK / IFFAIL /
*>   ALWAYS condition on an earlier named step (columns 24-40). a
*>   return code under the card's threshold is logged as a warning
*>   and the stream carries on; after a failure only IFFAIL and
*>   ALWAYS steps still run. every step's return code and the
*>   condition decision go on STREAM-LOG.DAT, and the stream ends
*>   with return code 4 when it completed with warnings.
*> - a POW step runs the peaspow exponentiation batch over
*>   POW-INPUT.DAT, pre-checked for its input file like MULT and
*>   DIV.
*> - a TREND step runs the voltrend daily volume trend report:
*>   department-days well off their own average or missing, and
*>   when the root master and the editpass clean buffers will
*>   fill. a flag on the night or a limit due within 30 days ends
*>   it with warning return code 4.

identification division.
program-id. jobstream.
     01 job-card.
         02 jc-step picture x(10).
         02 jc-freq picture x(10).
         02 jc-stop-rc picture x(2).
         02 filler  picture x(1).
         02 jc-cond picture x(6).
         02 filler  picture x(1).
         02 jc-cond-step picture x(10).
         02 filler  picture x(40).
     01 job-card-view.
         02 jcv-first picture x(1).
         02 filler    picture x(79).
    88 job-cards-eof value 'y'.
77 stream-fail-sw picture x(1) value 'n'.
    88 stream-fail value 'y'.
77 stream-warn-sw picture x(1) value 'n'.
    88 stream-warn value 'y'.
77 step-failed-sw picture x(1) value 'n'.
    88 step-failed value 'y'.
77 cond-met-sw picture x(1).
    88 cond-met value 'y'.
77 step-stop-rc picture 9(2).
77 step-rc picture 9(2).
77 step-result picture x(1).
77 outcome-count picture 9(2) value zero.
77 outcome-sub picture 9(2).
77 outcome-found-sw picture x(1).
    88 outcome-found value 'y'.
*> what each step has come to so far tonight, for the conditions
*> on later cards: 'O' ran clean, 'W' warned, 'F' failed, 'S' was
*> skipped
01 step-outcome-table.
    02 step-outcome occurs 50 times.
        03 so-name picture x(10).
        03 so-result picture x(1).
77 input-ok-sw picture x(1).
    88 input-ok value 'y'.
77 step-count picture 9(4) value zero.
    02 sp2-name picture x(10).
    02 filler picture x(9) value 'ended    '.
    02 sp2-time picture 9(6).
    02 filler picture x(4) value ' rc '.
    02 sp2-rc picture x(2).
    02 filler picture x(2) value spaces.
    02 sp2-outcome picture x(30).
    02 sp2-cond picture x(25).
01 rc-edit picture 99.
01 stream-end-line.
    02 filler picture x(16) value 'stream ended    '.
    02 sel-date picture 9(8).
procedure division.
    move 'n' to job-cards-eof-sw.
    move 'n' to stream-fail-sw.
    move 'n' to stream-warn-sw.
    move zero to step-count.
    move zero to outcome-count.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.

    open input job-cards.
    perform read-job-card.
    *> a failure no longer ends the read of the deck - the cards
    *> after it are logged, and the IFFAIL and ALWAYS ones run
    perform run-job-step until job-cards-eof.
    close job-cards.

    if stream-fail
        move 'STOPPED - STEP FAILED' to sel-outcome
    else
        if stream-warn
            move 'completed with warnings' to sel-outcome
        else
            move 'all steps completed' to sel-outcome
        end-if
        perform clear-stream-restart
    end-if.
    perform close-stream-log.
    if stream-fail
        move 8 to return-code
    else
        if stream-warn
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    goback.

    move step-count to sp2-number.
    move jc-step to stp-name.
    move jc-step to sp2-name.
    move spaces to sp2-rc.
    move spaces to sp2-cond.

    if step-count is not greater than resume-step
        *> already on the books from the run that died - the log
        *> says so and the step is not run twice. it ran clean
        *> then, and a later condition on it reads it that way
        accept time-stamp from time
        move run-time to sp2-time
        move 'SKIPPED - ALREADY RUN' to sp2-outcome
        move step-stop-line to stream-stage
        perform write-stream-log
        display 'step already run before restart: ' jc-step
        move 'O' to step-result
        perform note-step-outcome
    else
        perform try-job-step
    end-if.
    perform read-job-card.

try-job-step.
    perform check-step-card.
    if stream-fail and not step-failed
            and jc-cond is not equal to 'IFFAIL'
            and jc-cond is not equal to 'ALWAYS'
        *> the stream has stopped - only a step carded to follow a
        *> failure, or to run whatever happens, still runs
        move 'n' to step-wanted-sw
        move 'SKIPPED - STREAM STOPPED' to skip-reason
    else
        if step-failed
            move 'n' to step-wanted-sw
        else
            perform check-step-calendar
            if step-wanted
                perform check-step-condition
                if not cond-met
                    move 'n' to step-wanted-sw
                    move 'SKIPPED - CONDITION NOT MET' to skip-reason
                end-if
            end-if
        end-if
    end-if.
    if not step-wanted
        if step-failed
            move 'F' to step-result
        else
            move 'S' to step-result
        end-if
        perform note-step-outcome
        *> passed over, not failed - the log says which and the
        *> stream carries on to the next card
        accept time-stamp from time
        display 'running step: ' jc-step
        perform execute-job-step
        perform judge-job-step
        perform note-step-outcome
        if not stream-fail
            perform write-stream-restart
        end-if
    end-if.

check-step-card.
    *> the stop threshold and the condition are checked before the
    *> calendar, and a card nobody can read stops the stream the
    *> way a bad frequency does
    move 'n' to step-failed-sw.
    if jc-stop-rc is equal to spaces
        move 8 to step-stop-rc
    else
        if jc-stop-rc is numeric and jc-stop-rc is greater than '00'
            move jc-stop-rc to step-stop-rc
        else
            set step-failed to true
        end-if
    end-if.
    if jc-cond is not equal to spaces
            and jc-cond is not equal to 'IFOK  '
            and jc-cond is not equal to 'IFFAIL'
            and jc-cond is not equal to 'ALWAYS'
        set step-failed to true
    end-if.
    if (jc-cond is equal to 'IFOK  ' or jc-cond is equal to 'IFFAIL')
            and jc-cond-step is equal to spaces
        set step-failed to true
    end-if.
    if step-failed
        move 'FAILED - BAD STOP/CONDITION' to skip-reason
        display 'unreadable stop code or condition on job card: '
            jc-step
        set stream-fail to true
    end-if.

check-step-condition.
    *> the named step's latest outcome tonight decides it; a step
    *> that never ran (not carded, or skipped) neither succeeded
    *> nor failed
    set cond-met to true.
    if jc-cond is equal to 'IFOK  ' or jc-cond is equal to 'IFFAIL'
        perform find-step-outcome
        move 'n' to cond-met-sw
        if outcome-found
            if jc-cond is equal to 'IFOK  '
                if so-result(outcome-sub) is equal to 'O'
                        or so-result(outcome-sub) is equal to 'W'
                    set cond-met to true
                end-if
            else
                if so-result(outcome-sub) is equal to 'F'
                    set cond-met to true
                end-if
            end-if
        end-if
        if cond-met
            string jc-cond delimited by space
                ' ' delimited by size
                jc-cond-step delimited by space
                ' met' delimited by size
                into sp2-cond
        else
            string jc-cond delimited by space
                ' ' delimited by size
                jc-cond-step delimited by space
                ' not met' delimited by size
                into sp2-cond
        end-if
    end-if.
    if jc-cond is equal to 'ALWAYS'
        move 'ALWAYS' to sp2-cond
    end-if.

find-step-outcome.
    *> searched from the bottom so a step carded twice answers with
    *> its latest run
    move 'n' to outcome-found-sw.
    move outcome-count to outcome-sub.
    perform match-step-outcome
        until outcome-found or outcome-sub is equal to zero.

match-step-outcome.
    if so-name(outcome-sub) is equal to jc-cond-step
        set outcome-found to true
    else
        subtract 1 from outcome-sub
    end-if.

note-step-outcome.
    if outcome-count is less than 50
        add 1 to outcome-count
        move jc-step to so-name(outcome-count)
        move step-result to so-result(outcome-count)
    end-if.

set-run-day.
    *> day one of the intrinsic calendar was a monday, so the
    *> remainder mod seven names tonight's weekday; tomorrow being
        end-if
    else
        move 'FAILED - BAD FREQUENCY CARD' to skip-reason
        set step-failed to true
        display 'unreadable frequency on job card: ' jc-freq
        set stream-fail to true
    end-if.
                                            'MORNING   '
                                        call "mornrep"
                                    else
                                        perform run-audit-step
                                    end-if
                                end-if
                            end-if
        end-if
    end-if.

run-audit-step.
    if jc-step is equal to 'VERIFY    '
        call "audver"
    else
        if jc-step is equal to 'BALANCE   '
            call "balance"
        else
            if jc-step is equal to 'POW       '
                move 'POW-INPUT.DAT' to probe-file-name
                perform check-step-input
                if input-ok
                    call "peaspow"
                end-if
            else
                if jc-step is equal to 'TREND     '
                    call "voltrend" using call-mode
                else
                    display 'unknown step on job card: ' jc-step
                    move 12 to return-code
                end-if
            end-if
        end-if
    end-if.

check-sqrt-input.
    *> the sqrt calculator falls back to prompting when no batch
    *> file is queued - an unattended stream must never get there.
    end-if.

judge-job-step.
    *> under the card's threshold a return code is a warning and
    *> the stream carries on; at or over it the step has failed
    accept time-stamp from time.
    move run-time to sp2-time.
    if return-code is greater than 99
        move 99 to step-rc
    else
        move return-code to step-rc
    end-if.
    move step-rc to rc-edit.
    move rc-edit to sp2-rc.
    if step-rc is equal to zero
        move 'OK' to sp2-outcome
        move 'O' to step-result
    else
        if step-rc is less than step-stop-rc
            move 'WARNING - STREAM CARRIES ON' to sp2-outcome
            move 'W' to step-result
            set stream-warn to true
        else
            if step-rc is equal to 12
                move 'FAILED - NO INPUT OR BAD CARD' to sp2-outcome
            else
                move 'FAILED - SEE RUN REPORTS' to sp2-outcome
            end-if
            move 'F' to step-result
            set step-failed to true
            set stream-fail to true
        end-if
    end-if.
    move step-stop-line to stream-stage.
    perform write-stream-log.

    if step-failed
        display 'step failed - stream stopped.'
    end-if.
