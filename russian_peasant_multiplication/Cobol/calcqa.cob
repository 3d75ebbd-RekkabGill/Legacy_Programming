*> deserve the same evidence the roots already get. A row a4 itself
*> flagged as overflowed is only a mismatch when the native multiply
*> disagrees about the overflow; a DIVIDE BY ZERO row is checked for
*> the zero quotient and remainder peasdiv reports on it. every
*> POW-REPORT.DAT row peaspow calculated is re-derived the same way
*> with the native power operator.
*>
*> modifications:
*> - peaspow's POW-REPORT.DAT is checked as well: every calculated
*>   row is re-derived with COBOL's own ** operator on the scaled
*>   base, and a row the loop flagged as overflowed is a mismatch
*>   only when the native power disagrees about the overflow. rows
*>   peaspow refused for their scale are passed over.
*> - an expedite run (the expedite driver names the department in
*>   the EXPEDITE_DEPT environment variable for the length of its
*>   run) checks EXP-MULT-REPORT.DAT and EXP-POW-REPORT.DAT, passes
*>   over the division report, and reconciles on EXP-CALC-QA.DAT.
*>   its run-control records carry mode 'x'.

identification division.
program-id. calcqa.
input-output section.
file-control.
     select standard-output assign to display.
     select mult-in assign to mult-in-name
         organization is line sequential
         file status is mult-in-status.
     select div-in assign to "DIV-REPORT.DAT"
         organization is line sequential
         file status is div-in-status.
     select pow-in assign to pow-in-name
         organization is line sequential
         file status is pow-in-status.
     select qa-report assign to qa-report-name
         organization is line sequential
         file status is qa-report-status.
     select run-control assign to "RUN-CONTROL.DAT"
         02 din-remain picture z(19)9.
         02 filler    picture x(1).
         02 din-warn  picture x(16).
fd pow-in.
     01 pow-in-record.
         02 filler    picture x(1).
         02 pin-base  picture z(19)9.
         02 filler    picture x(3).
         02 pin-scale picture z9.
         02 filler    picture x(3).
         02 pin-exponent picture zzz9.
         02 filler    picture x(3).
         02 pin-power picture z(19)9.9(6).
         02 filler    picture x(2).
         02 pin-warn  picture x(30).
         02 filler    picture x(2).
         02 pin-dept  picture x(3).
fd qa-report.
     01 qa-report-line picture x(140).
fd run-control.
working-storage section.
77 mult-in-status picture x(2).
77 div-in-status picture x(2).
77 pow-in-status picture x(2).
77 qa-report-status picture x(2).
77 run-ctl-status picture x(2).
77 mult-in-eof-sw picture x(1) value 'n'.
    88 mult-in-eof value 'y'.
77 div-in-eof-sw picture x(1) value 'n'.
    88 div-in-eof value 'y'.
77 pow-in-eof-sw picture x(1) value 'n'.
    88 pow-in-eof value 'y'.
77 detail-chk picture x(20).
77 first-val  picture 9(20).
77 second-val picture 9(20).
77 quotient-val picture 9(20).
77 remain-val picture 9(20).
77 rebuilt-dividend picture 9(20).
77 base-val picture 9(20).
77 exponent-val picture 9(4).
77 scale-val picture 9(2).
77 power-val picture 9(20)v9(6).
77 expected-power picture 9(20)v9(6).
77 power-diff picture 9(20)v9(6).
77 power-allowance picture 9(20)v9(6).
77 checked-count picture 9(6) value zero.
77 mismatch-count picture 9(6) value zero.
77 run-date picture 9(8).
*> the department an expedite run is for - blank on every ordinary
*> run, and then the night's reports are checked as always
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
77 mult-in-name picture x(20).
77 pow-in-name picture x(20).
77 qa-report-name picture x(20).
01 grand-total-view.
    02 filler picture x(28).
    02 gtv-literal picture x(13).
    02 qa-expected picture z(19)9.
    02 filler   picture x(2) value spaces.
    02 qa-note  picture x(22).
01 pow-qa-detail.
    02 filler   picture x value space.
    02 pqa-source picture x(5).
    02 filler   picture x(2) value spaces.
    02 pqa-base picture z(19)9.
    02 filler   picture x(2) value spaces.
    02 pqa-exponent picture z(19)9.
    02 filler   picture x(2) value spaces.
    02 pqa-reported picture z(19)9.9(6).
    02 filler   picture x(2) value spaces.
    02 pqa-expected picture z(19)9.9(6).
    02 filler   picture x(2) value spaces.
    02 pqa-note picture x(22).
01 qa-summary.
    02 filler picture x(20) value 'rows checked: '.
    02 qas-checked picture zzzzz9.
procedure division.
    move 'n' to mult-in-eof-sw.
    move 'n' to div-in-eof-sw.
    move 'n' to pow-in-eof-sw.
    move zero to checked-count.
    move zero to mismatch-count.
    perform set-file-names.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.

    open output qa-report.
    perform check-mult-report.
    *> divisions never come through an expedite drop
    if not expedite-run
        perform check-div-report
    end-if.
    perform check-pow-report.
    close qa-report.

    move checked-count to qas-checked.
    close standard-output.
    goback.

set-file-names.
    *> an expedite run checks the reports a4 and peaspow printed
    *> from one department's urgent drop and reconciles them on a
    *> file of its own, leaving the night's reports and CALC-QA.DAT
    *> alone
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    if expedite-dept is equal to spaces
        move 'MULT-REPORT.DAT' to mult-in-name
        move 'POW-REPORT.DAT' to pow-in-name
        move 'CALC-QA.DAT' to qa-report-name
    else
        set expedite-run to true
        move 'EXP-MULT-REPORT.DAT' to mult-in-name
        move 'EXP-POW-REPORT.DAT' to pow-in-name
        move 'EXP-CALC-QA.DAT' to qa-report-name
    end-if.

write-run-control.
    *> appended alongside every other program's records so the
    *> whole overnight stream reads back from one file
        open output run-control
    end-if.
    move 'calcqa    ' to rc-program.
    if expedite-run
        move 'x' to rc-mode
    else
        move 'b' to rc-mode
    end-if.
    move checked-count to rc-read.
    move mismatch-count to rc-written.
    accept run-date from date yyyymmdd.
check-mult-report.
    open input mult-in.
    if mult-in-status is not equal to "00"
        display mult-in-name
        display "  not found - products not checked."
    else
        perform read-mult-record
        perform check-mult-record until mult-in-eof
    move quotient-val to qa-reported.
    move rebuilt-dividend to qa-expected.
    write qa-report-line from qa-detail.

check-pow-report.
    open input pow-in.
    if pow-in-status is not equal to "00"
        display pow-in-name
        display "  not found - powers not checked."
    else
        perform read-pow-record
        perform check-pow-record until pow-in-eof
        close pow-in
    end-if.

read-pow-record.
    read pow-in
        at end set pow-in-eof to true
    end-read.

check-pow-record.
    *> the report's page breaks open with a blank line, which would
    *> de-edit into an all-zero detail, so a blank base zone is
    *> passed over before the numeric test
    move pin-base to detail-chk.
    inspect detail-chk replacing all space by zero.
    if pin-base is not equal to spaces
            and detail-chk is numeric
            and pin-warn is not equal to
                'INVALID SCALE - NOT CALCULATED'
        perform verify-pow-row
    end-if.
    perform read-pow-record.

verify-pow-row.
    add 1 to checked-count.
    move pin-base to base-val.
    move pin-exponent to exponent-val.
    move pin-scale to scale-val.
    move pin-power to power-val.

    *> the native power operator is the witness here - it shares
    *> nothing with the square-and-halve loop under test
    move 'n' to native-overflow-sw.
    compute expected-power rounded =
        (base-val / (10 ** scale-val)) ** exponent-val
        on size error set native-overflow to true
    end-compute.

    if native-overflow
        if pin-warn is equal to spaces
            move zero to expected-power
            move 'NATIVE OVERFLOWED' to pqa-note
            perform write-pow-mismatch
        end-if
    else
        if pin-warn is not equal to spaces
            move 'NATIVE HELD THE POWER' to pqa-note
            perform write-pow-mismatch
        else
            perform compare-pow-row
        end-if
    end-if.

compare-pow-row.
    *> a fractional base is carried to ten places through the
    *> squarings, so the two paths can part in the last places of
    *> a large power - a millionth, or a billionth of the power
    *> where that is more, is agreement
    if expected-power is greater than power-val
        compute power-diff = expected-power - power-val
    else
        compute power-diff = power-val - expected-power
    end-if.
    compute power-allowance = expected-power / 1000000000.
    if power-allowance is less than 0.000001
        move 0.000001 to power-allowance
    end-if.
    if power-diff is greater than power-allowance
        move 'POWER DISAGREES' to pqa-note
        perform write-pow-mismatch
    end-if.

write-pow-mismatch.
    add 1 to mismatch-count.
    move 'POW  ' to pqa-source.
    move base-val to pqa-base.
    move exponent-val to pqa-exponent.
    move power-val to pqa-reported.
    move expected-power to pqa-expected.
    write qa-report-line from pow-qa-detail.
