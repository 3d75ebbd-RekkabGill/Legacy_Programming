*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: editpass.cob
*> Pre-edit validation pass over the raw batch submissions.
*> How to Compile: cobc -x -free -Wall editpass.cob quotamgr.cob
*> How to use: run before the batch window opens. The raw files the
*> departments drop off (TRANS-RAW.DAT for square roots, MULT-RAW.DAT
*> for multiplication pairs) are checked field by field against the
*>   E6 SCALE OVER 6      decimal-place count outside the 0-6 range
*>   E7 BAD CONTROL REC   header/trailer record that does not parse
*>   E8 BAD DEPT CODE     submitter code not on the department master
*>                        (on an expedite run, not the run's department)
*>   E9 EDIT CAPACITY     clean buffer full - resubmit in two parts
*>
*> modifications:
*>   on disk skips the check, loudly. the code rides the clean
*>   files into the calculators, their audit logs and report
*>   lines, and the chargeback report totals by it.
*> - every raw drop accepted is now recorded on the permanent
*>   SUBMIT-REG.DAT submission register (file, edit date, header
*>   date, detail count, hash total of the values, and the
*>   department codes present). each drop is counted and hashed in
*>   a first pass before any editing, and one whose count and hash
*>   match a submission already on the register is not edited at
*>   all: its lines are parked verbatim on a held file
*>   (DUP-S-yyyymmdd.DAT / DUP-M-yyyymmdd.DAT), noted on the
*>   HOLD-REG.DAT hold register and reported, instead of being cut
*>   to TRANS-IN.DAT or MULT-INPUT.DAT - the same drop landing two
*>   nights running was processed, audited, distributed and billed
*>   twice before this. a supervisor releases a genuine repeat
*>   through holdrel from the menu, which queues it for the next
*>   pass on the resubmission queue.
*> - clean records are now held against each department's monthly
*>   quota per calculator (kept by deptmnt on DEPT-QUOTA.DAT) through
*>   quotamgr, which counts the month's usage off the audit trails
*>   and their generations. a record that would take its department
*>   over goes to that department's QUOTA-S/QUOTA-M held file, noted
*>   on HOLD-REG.DAT with a notice on QUOTA-NOTICE.DAT, instead of
*>   into TRANS-IN.DAT or MULT-INPUT.DAT. work a supervisor releases
*>   through holdrel comes back on TRANS-QREL.DAT / MULT-QREL.DAT,
*>   edited like any resubmission but not held over quota a second
*>   time.
*> - each calculator's pass now appends one line to EDIT-CONTROL.DAT
*>   (edit date and time, type, details received on the raw drop,
*>   resubmitted and released from quota, then clean, rejected,
*>   control records rejected, held as a repeat and held over
*>   quota), so the nightly balancing step can prove the drop
*>   against the clean file and the reject queue.
*> - a third raw drop, POW-RAW.DAT, is edited for peaspow's
*>   exponentiation: base (20 digits), exponent (4 digits), base
*>   decimal places (2 digits, 0-6) and submitter code, cut clean to
*>   POW-INPUT.DAT with the same header and trailer (hash of base +
*>   exponent), the same reason codes (source POW on the reject
*>   queue), the same register and repeat hold (DUP-P-yyyymmdd.DAT),
*>   repairs queued on POW-RESUB.DAT and its own EDIT-CONTROL.DAT
*>   line, type P. powers carry no monthly quota, so none is held.
*> - every pass now cuts an edit acknowledgement per department,
*>   ACK-xxx.DAT, in a fixed layout their side can load, led and
*>   closed by the same header ('H' + date + count) and trailer
*>   ('T' + count + hash) control records distrib puts on
*>   DIST-xxx.DAT. an 'A' line per calculator carries the drop's
*>   header date and the department's details received, accepted,
*>   rejected and held; an 'E' line per reject carries its reason
*>   code and the line as it arrived; an 'F' line reports each
*>   rejfix repair or drop of one of their rejects logged on
*>   REJFIX-LOG.DAT since the last acknowledgement (ACK-MARK.DAT
*>   remembers how far the log has been reported). a line whose
*>   code is blank or not on the master has nobody to go back to -
*>   it is counted and named on the console instead.
*> - an expedite run edits one department's urgent daytime drop
*>   (EXP-S-ddd.DAT, EXP-M-ddd.DAT, EXP-P-ddd.DAT) through the
*>   same checks into EXP-TRANS-IN.DAT, EXP-MULT-INPUT.DAT and
*>   EXP-POW-INPUT.DAT, leaving the night's files alone. the
*>   expedite driver names the department in the EXPEDITE_DEPT
*>   environment variable for the length of its run. a blank
*>   code takes the department's and any other code is rejected
*>   E8; the repair and quota-release queues wait for the night;
*>   the drop is registered under the night's drop name, so the
*>   same lines arriving again overnight are held as a repeat (a
*>   repeat held during the day parks on XDUP-t-yyyymmdd.DAT);
*>   the pass's EDIT-CONTROL.DAT lines are typed s/m/p so the
*>   balancing step never takes one for the night's pass; and
*>   only that department's acknowledgement is cut, without the
*>   repair lines the night's pass still reports.

identification division.
program-id. editpass.
input-output section.
file-control.
     select standard-output assign to display.
     select trans-raw assign to trans-raw-name
         organization is line sequential
         file status is traw-status.
     select trans-out assign to trans-out-name
         organization is line sequential
         file status is tout-status.
     select mult-raw assign to mult-raw-name
         organization is line sequential
         file status is mraw-status.
     select mult-out assign to mult-out-name
         organization is line sequential
         file status is mout-status.
     select pow-raw assign to pow-raw-name
         organization is line sequential
         file status is praw-status.
     select pow-out assign to pow-out-name
         organization is line sequential
         file status is pout-status.
     select reject-file assign to "EDIT-REJECTS.DAT"
         organization is line sequential
         file status is reject-status.
     select mult-resub assign to "MULT-RESUB.DAT"
         organization is line sequential
         file status is mresub-status.
     select pow-resub assign to "POW-RESUB.DAT"
         organization is line sequential
         file status is presub-status.
     select trans-qrel assign to "TRANS-QREL.DAT"
         organization is line sequential
         file status is tqrel-status.
     select mult-qrel assign to "MULT-QREL.DAT"
         organization is line sequential
         file status is mqrel-status.
     select dept-master assign to "DEPT-MASTER.DAT"
         organization is line sequential
         file status is dept-status.
     select submit-reg assign to "SUBMIT-REG.DAT"
         organization is line sequential
         file status is submit-reg-status.
     select hold-reg assign to "HOLD-REG.DAT"
         organization is line sequential
         file status is hold-reg-status.
     select held-file assign to held-file-name
         organization is line sequential
         file status is held-status.
     select edit-control assign to "EDIT-CONTROL.DAT"
         organization is line sequential
         file status is edit-ctl-status.
     select ack-out assign to ack-file-name
         organization is line sequential
         file status is ack-status.
     select ack-mark assign to "ACK-MARK.DAT"
         organization is line sequential
         file status is ack-mark-status.
     select fix-log assign to "REJFIX-LOG.DAT"
         organization is line sequential
         file status is fix-log-status.
data division.
file section.
fd standard-output.
         02 mout-t-type  picture x(1).
         02 mout-t-count picture 9(6).
         02 mout-t-hash  picture 9(18).
fd pow-raw.
     01 praw-line picture x(80).
fd pow-out.
     01 pout-record picture x(29).
     01 pout-header-record.
         02 pout-h-type  picture x(1).
         02 pout-h-date  picture 9(8).
         02 pout-h-count picture 9(6).
     01 pout-trailer-record.
         02 pout-t-type  picture x(1).
         02 pout-t-count picture 9(6).
         02 pout-t-hash  picture 9(18).
fd reject-file.
     01 reject-line picture x(110).
fd trans-resub.
     01 tresub-line picture x(80).
fd mult-resub.
     01 mresub-line picture x(80).
fd pow-resub.
     01 presub-line picture x(80).
fd trans-qrel.
     01 tqrel-line picture x(80).
fd mult-qrel.
     01 mqrel-line picture x(80).
fd dept-master.
     01 dept-master-record.
         02 dm-code picture x(3).
         02 dm-mult-rate picture 9(3)v9(2).
         02 filler  picture x(1).
         02 dm-div-rate picture 9(3)v9(2).
fd submit-reg.
     01 submit-reg-record.
         02 sr-file picture x(12).
         02 filler  picture x(1).
         02 sr-edit-date picture 9(8).
         02 filler  picture x(1).
         02 sr-hdr-date picture 9(8).
         02 filler  picture x(1).
         02 sr-count picture 9(6).
         02 filler  picture x(1).
         02 sr-hash picture x(18).
         02 filler  picture x(1).
         02 sr-depts picture x(30).
fd hold-reg.
     01 hold-reg-record.
         02 hr-held-date picture 9(8).
         02 filler  picture x(1).
         02 hr-type picture x(1).
         02 filler  picture x(1).
         02 hr-reason picture x(5).
         02 filler  picture x(1).
         02 hr-file picture x(24).
         02 filler  picture x(1).
         02 hr-count picture 9(6).
         02 filler  picture x(1).
         02 hr-dept picture x(3).
         02 filler  picture x(1).
         02 hr-status picture x(1).
         02 filler  picture x(1).
         02 hr-match-date picture 9(8).
         02 filler  picture x(1).
         02 hr-rel-date picture 9(8).
         02 filler  picture x(1).
         02 hr-rel-oper picture x(8).
fd held-file.
     01 held-line picture x(80).
fd edit-control.
     01 edit-control-line picture x(80).
fd ack-out.
     01 ack-line picture x(160).
     01 ack-header-record.
         02 ah-type  picture x(1).
         02 ah-date  picture 9(8).
         02 ah-count picture 9(6).
     01 ack-trailer-record.
         02 at-type  picture x(1).
         02 at-count picture 9(6).
         02 at-hash  picture 9(12)v9(6).
fd ack-mark.
     01 ack-mark-record.
         02 am-fix-lines picture 9(8).
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
working-storage section.
77 submit-reg-status picture x(2).
77 hold-reg-status picture x(2).
77 held-status picture x(2).
77 edit-ctl-status picture x(2).
77 phase-mark picture 9(6).
77 ctl-reject-count picture 9(6) value zero.
77 submit-reg-eof-sw picture x(1) value 'n'.
    88 submit-reg-eof value 'y'.
77 hold-reg-eof-sw picture x(1) value 'n'.
    88 hold-reg-eof value 'y'.
77 held-file-name picture x(24).
*> the department an expedite run is for - blank on every ordinary
*> pass, and then the night's file names stand
77 expedite-dept picture x(3) value spaces.
77 expedite-sw picture x(1) value 'n'.
    88 expedite-run value 'y'.
77 trans-raw-name picture x(20).
77 trans-out-name picture x(20).
77 mult-raw-name picture x(20).
77 mult-out-name picture x(20).
77 pow-raw-name picture x(20).
77 pow-out-name picture x(20).
77 dup-prefix picture x(5).
77 drop-repeat-sw picture x(1) value 'n'.
    88 drop-repeat value 'y'.
77 hold-noted-sw picture x(1) value 'n'.
    88 hold-noted value 'y'.
77 drop-file picture x(12).
77 drop-type picture x(1).
77 drop-hdr-date picture 9(8).
77 drop-count picture 9(6).
77 drop-hash picture x(18).
77 drop-match-date picture 9(8).
77 drop-held-count picture 9(6).
77 drop-dept-count picture 9(2).
77 drop-dept-sub picture 9(2).
77 drop-dept-found-sw picture x(1).
    88 drop-dept-found value 'y'.
77 scan-mult-hash picture 9(18).
*> the department acknowledgements - each line's department is
*> found on the master once, and the counts kept per calculator
77 ack-status picture x(2).
77 ack-mark-status picture x(2).
77 fix-log-status picture x(2).
77 ack-file-name picture x(16).
77 ack-calc picture 9(1).
77 ack-sub picture 9(2).
77 ack-probe picture 9(2).
77 ack-check picture x(3).
77 ack-dept picture 9(2).
77 ack-count picture 9(6).
77 ack-hash picture 9(12)v9(6).
77 ack-files picture 9(2) value zero.
77 ack-unattributed picture 9(6) value zero.
77 reject-mark picture 9(8) value zero.
77 reject-line-no picture 9(8).
77 reject-eof-sw picture x(1) value 'n'.
    88 reject-eof value 'y'.
77 fix-mark picture 9(8) value zero.
77 fix-line-no picture 9(8).
77 fix-log-eof-sw picture x(1) value 'n'.
    88 fix-log-eof value 'y'.
01 ack-table.
    02 ak-entry occurs 50 times.
        03 ak-calc-counts occurs 3 times.
            04 ak-received picture 9(6).
            04 ak-accepted picture 9(6).
            04 ak-rejected picture 9(6).
            04 ak-held     picture 9(6).
        03 ak-lines picture 9(6).
01 ack-hdr-dates.
    02 ack-hdr-date picture 9(8) occurs 3 times.
01 ack-calc-letters.
    02 filler picture x(3) value 'SMP'.
01 ack-calc-table redefines ack-calc-letters.
    02 ack-calc-code picture x(1) occurs 3 times.
*> a reject as editpass queued it, read back for the acknowledgement
01 reject-queue-view.
    02 filler     picture x(1).
    02 rqv-source picture x(5).
    02 rqv-seq    picture x(6).
    02 filler     picture x(2).
    02 rqv-code   picture x(2).
    02 filler     picture x(1).
    02 rqv-reason picture x(16).
    02 filler     picture x(2).
    02 rqv-data   picture x(62).
    02 filler     picture x(2).
    02 rqv-date   picture x(8).
    02 filler     picture x(3).
77 rqv-seq-num picture 9(6).
77 line-source picture x(5).
77 line-code picture x(2).
77 line-data picture x(62).
*> the three acknowledgement detail lines share the type and the
*> calculator up front and a numeric column after them - details
*> received, the line number in the drop, the day of the fix -
*> which the trailer hash totals
01 ack-summary-detail.
    02 filler     picture x(1) value 'A'.
    02 filler     picture x(1) value space.
    02 asd-calc   picture x(1).
    02 filler     picture x(1) value space.
    02 asd-received picture 9(8).
    02 filler     picture x(1) value space.
    02 asd-hdr-date picture 9(8).
    02 filler     picture x(1) value space.
    02 asd-accepted picture 9(6).
    02 filler     picture x(1) value space.
    02 asd-rejected picture 9(6).
    02 filler     picture x(1) value space.
    02 asd-held   picture 9(6).
01 ack-reject-detail.
    02 filler     picture x(1) value 'E'.
    02 filler     picture x(1) value space.
    02 ard-calc   picture x(1).
    02 filler     picture x(1) value space.
    02 ard-line   picture 9(8).
    02 filler     picture x(1) value space.
    02 ard-code   picture x(2).
    02 filler     picture x(1) value space.
    02 ard-reason picture x(16).
    02 filler     picture x(1) value space.
    02 ard-data   picture x(62).
01 ack-fix-detail.
    02 filler     picture x(1) value 'F'.
    02 filler     picture x(1) value space.
    02 afd-calc   picture x(1).
    02 filler     picture x(1) value space.
    02 afd-date   picture 9(8).
    02 filler     picture x(1) value space.
    02 afd-action picture x(8).
    02 filler     picture x(1) value space.
    02 afd-code   picture x(2).
    02 filler     picture x(1) value space.
    02 afd-edit-date picture x(8).
    02 filler     picture x(1) value space.
    02 afd-original picture x(62).
    02 filler     picture x(1) value space.
    02 afd-repaired picture x(62).
77 scan-trans-hash picture 9(12)v9(6).
01 drop-dept-list.
    02 ddl-code picture x(3) occurs 10 times.
01 drop-depts-text redefines drop-dept-list picture x(30).
01 scan-digits-work.
    02 sdw-chars picture x(16).
01 scan-digits-num redefines scan-digits-work picture 9(10)v9(6).
01 scan-hash-work.
    02 shw-trans picture 9(12)v9(6).
01 scan-hash-text redefines scan-hash-work.
    02 sht-chars picture x(18).
01 scan-mult-work.
    02 smw-mult picture 9(18).
01 scan-mult-text redefines scan-mult-work.
    02 smt-chars picture x(18).
77 dept-status picture x(2).
77 dept-eof-sw picture x(1) value 'n'.
    88 dept-eof value 'y'.
    02 dct-code picture x(3) occurs 50 times.
77 tresub-status picture x(2).
77 mresub-status picture x(2).
77 presub-status picture x(2).
77 resub-phase-sw picture x(1) value 'n'.
    88 resub-phase value 'y'.
77 tqrel-status picture x(2).
77 mqrel-status picture x(2).
77 qrel-phase-sw picture x(1) value 'n'.
    88 qrel-phase value 'y'.
77 quota-set-sw picture x(1) value 'n'.
    88 quota-set value 'y'.
77 quota-ok-sw picture x(1).
    88 quota-ok value 'y'.
77 quota-action picture x(1).
77 quota-type picture x(1).
77 quota-dept picture x(3).
77 quota-line picture x(80).
77 quota-result picture x(1).
77 trans-held-count picture 9(6) value zero.
77 mult-held-count picture 9(6) value zero.
77 trans-any-sw picture x(1) value 'n'.
    88 trans-any value 'y'.
77 mult-any-sw picture x(1) value 'n'.
    88 mult-any value 'y'.
77 pow-any-sw picture x(1) value 'n'.
    88 pow-any value 'y'.
77 traw-status picture x(2).
77 tout-status picture x(2).
77 mraw-status picture x(2).
    88 traw-eof value 'y'.
77 mraw-eof-sw picture x(1) value 'n'.
    88 mraw-eof value 'y'.
77 praw-status picture x(2).
77 pout-status picture x(2).
77 praw-eof-sw picture x(1) value 'n'.
    88 praw-eof value 'y'.
77 space-count picture 9(2).
77 scale-check picture 9(2).
77 trans-read-count  picture 9(6) value zero.
77 mult-read-count  picture 9(6) value zero.
77 mult-clean-count picture 9(6) value zero.
77 mult-bad-count   picture 9(6) value zero.
77 pow-read-count  picture 9(6) value zero.
77 pow-clean-count picture 9(6) value zero.
77 pow-bad-count   picture 9(6) value zero.
01 edit-control-detail.
    02 ec-date     picture 9(8).
    02 filler      picture x(1) value space.
    02 ec-time     picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-type     picture x(1).
    02 filler      picture x(1) value space.
    02 ec-received picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-resub    picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-released picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-clean    picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-rejected picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-ctl-rejects picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-held-dup picture 9(6).
    02 filler      picture x(1) value space.
    02 ec-held-quota picture 9(6).
01 ec-time-stamp.
    02 ec-clock    picture 9(6).
    02 filler      picture 9(2).
01 trans-work.
    02 tw-sign   picture x(1).
    02 tw-digits picture x(16).
77 mult-raw-trailer-sw picture x(1) value 'n'.
    88 mult-raw-trailer value 'y'.
77 mult-detail-cnt picture 9(6) value zero.
77 pow-raw-expected picture 9(6) value zero.
77 pow-raw-trailer-count picture 9(6) value zero.
77 pow-raw-hash picture 9(18) value zero.
77 pow-raw-control-sw picture x(1) value 'n'.
    88 pow-raw-control value 'y'.
77 pow-raw-trailer-sw picture x(1) value 'n'.
    88 pow-raw-trailer value 'y'.
77 pow-detail-cnt picture 9(6) value zero.
77 pow-hash picture 9(18) value zero.
77 trans-hash picture 9(12)v9(6) value zero.
77 mult-hash picture 9(18) value zero.
77 hash-magnitude picture 9(10)v9(6).
77 clean-sub picture 9(4).
77 mult-value-first  picture 9(20).
77 mult-value-second picture 9(20).
77 pow-value-base picture 9(20).
77 pow-value-exponent picture 9(4).
01 trans-clean-table.
    02 tcb-record picture x(22) occurs 5000 times.
01 mult-clean-table.
    02 mcb-record picture x(47) occurs 5000 times.
01 pow-clean-table.
    02 pcb-record picture x(29) occurs 5000 times.
01 mult-work.
    02 mw-fields.
        03 mw-first  picture x(20).
        03 mw-second-scale picture x(2).
    02 mw-dept picture x(3).
    02 mw-rest picture x(33).
01 pow-work.
    02 pw-fields.
        03 pw-base     picture x(20).
        03 pw-exponent picture x(4).
        03 pw-scale    picture x(2).
    02 pw-dept picture x(3).
    02 pw-rest picture x(51).
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(26) value 'batch submission pre-edit'.
    02 filler picture x(7) value ' clean,'.
    02 ms-bad picture zzzzz9.
    02 filler picture x(9) value ' rejected'.
01 pow-summary.
    02 filler picture x(13) value 'powers:      '.
    02 ps-read picture zzzzz9.
    02 filler picture x(6) value ' read,'.
    02 ps-clean picture zzzzz9.
    02 filler picture x(7) value ' clean,'.
    02 ps-bad picture zzzzz9.
    02 filler picture x(9) value ' rejected'.
01 held-summary.
    02 filler picture x(13) value 'over quota:  '.
    02 hs-trans picture zzzzz9.
    02 filler picture x(14) value ' square roots,'.
    02 hs-mult picture zzzzz9.
    02 filler picture x(19) value ' mult pairs - held'.
procedure division.
    move 'n' to traw-eof-sw.
    move 'n' to mraw-eof-sw.
    move zero to mult-read-count.
    move zero to mult-clean-count.
    move zero to mult-bad-count.
    move 'n' to praw-eof-sw.
    move zero to pow-read-count.
    move zero to pow-clean-count.
    move zero to pow-bad-count.
    move zero to trans-detail-cnt.
    move zero to mult-detail-cnt.
    move zero to pow-detail-cnt.
    move zero to pow-hash.
    move 'n' to pow-raw-control-sw.
    move 'n' to pow-raw-trailer-sw.
    move zero to pow-raw-expected.
    move zero to pow-raw-trailer-count.
    move zero to pow-raw-hash.
    move zero to trans-hash.
    move zero to mult-hash.
    move 'n' to trans-raw-control-sw.
    move zero to mult-raw-hash.

    move 'n' to resub-phase-sw.
    move 'n' to qrel-phase-sw.
    move zero to trans-held-count.
    move zero to mult-held-count.
    move 'n' to trans-any-sw.
    move 'n' to mult-any-sw.
    move 'n' to pow-any-sw.
    move 'n' to drop-repeat-sw.
    move zero to ack-files.
    move zero to ack-unattributed.
    move zero to ack-hdr-date(1).
    move zero to ack-hdr-date(2).
    move zero to ack-hdr-date(3).
    perform clear-ack-entry
        varying ack-sub from 1 by 1
        until ack-sub is greater than 50.

    perform set-file-names.

    accept run-date from date yyyymmdd.
    move run-date to rej-date.
    open output standard-output.
    write out-line from title-line after advancing 2 lines.
    if expedite-run
        display 'expedite run for department ' expedite-dept '.'
    end-if.
    perform load-dept-master.
    *> the reject file is a standing work queue now - tonight's
    *> rejects join whatever rejfix has not yet repaired or dropped.
    *> where the queue ends now is where this pass's rejects start,
    *> for the acknowledgements
    perform count-reject-queue.
    open extend reject-file.
    if reject-status is not equal to "00"
        open output reject-file

    perform edit-trans-file.
    perform edit-mult-file.
    perform edit-pow-file.

    close reject-file.
    perform cut-acknowledgements.

    move trans-read-count to ts-read.
    move trans-clean-count to ts-clean.
    move mult-clean-count to ms-clean.
    move mult-bad-count to ms-bad.
    write out-line from mult-summary after advancing 1 line.
    move pow-read-count to ps-read.
    move pow-clean-count to ps-clean.
    move pow-bad-count to ps-bad.
    write out-line from pow-summary after advancing 1 line.
    if trans-held-count is greater than zero
            or mult-held-count is greater than zero
        move trans-held-count to hs-trans
        move mult-held-count to hs-mult
        write out-line from held-summary after advancing 1 line
    end-if.
    close standard-output.
    goback.

set-file-names.
    *> an expedite run edits one department's urgent drop into
    *> clean files of its own, so the night's TRANS-IN.DAT,
    *> MULT-INPUT.DAT and POW-INPUT.DAT are never touched during
    *> the day. the expedite driver names the department in the
    *> environment for the length of its run only - nothing is
    *> left on disk to turn a later pass into an expedite one
    move 'n' to expedite-sw.
    move spaces to expedite-dept.
    accept expedite-dept from environment "EXPEDITE_DEPT".
    move 'TRANS-RAW.DAT' to trans-raw-name.
    move 'TRANS-IN.DAT' to trans-out-name.
    move 'MULT-RAW.DAT' to mult-raw-name.
    move 'MULT-INPUT.DAT' to mult-out-name.
    move 'POW-RAW.DAT' to pow-raw-name.
    move 'POW-INPUT.DAT' to pow-out-name.
    move 'DUP-' to dup-prefix.
    if expedite-dept is not equal to spaces
        set expedite-run to true
        move spaces to trans-raw-name
        string 'EXP-S-' delimited by size
            expedite-dept delimited by space
            '.DAT' delimited by size
            into trans-raw-name
        move spaces to mult-raw-name
        string 'EXP-M-' delimited by size
            expedite-dept delimited by space
            '.DAT' delimited by size
            into mult-raw-name
        move spaces to pow-raw-name
        string 'EXP-P-' delimited by size
            expedite-dept delimited by space
            '.DAT' delimited by size
            into pow-raw-name
        move 'EXP-TRANS-IN.DAT' to trans-out-name
        move 'EXP-MULT-INPUT.DAT' to mult-out-name
        move 'EXP-POW-INPUT.DAT' to pow-out-name
        *> a repeat held during the day must not be parked over
        *> by one the night's pass holds
        move 'XDUP-' to dup-prefix
    end-if.

load-dept-master.
    *> the master is the list of who is allowed to bill work into
    *> the shop. a site that has not keyed one yet still edits -
        perform match-dept-code
            until dept-ok or dept-sub is greater than dept-count
    end-if.
    *> an expedite drop is one department's work and is billed at
    *> that department's premium - another code does not ride in
    if expedite-run and dept-check is not equal to expedite-dept
        move 'n' to dept-ok-sw
    end-if.

match-dept-code.
    if dct-code(dept-sub) is equal to dept-check
    end-if.

edit-trans-file.
    move 1 to ack-calc.
    move 'S' to quota-type.
    move 'S' to ec-type.
    perform clear-edit-control.
    perform load-quota-usage.
    open input trans-raw.
    if traw-status is not equal to "00"
        if expedite-run
            display 'no expedite square root drop - skipped.'
        else
            display "TRANS-RAW.DAT not found - square root submission"
                " skipped."
        end-if
    else
        *> counted and hashed first, so a repeat of a drop already
        *> on the register is held before a single line of it is
        *> edited, rejected or cut to the clean file
        move 'TRANS-RAW' to drop-file
        move 'S' to drop-type
        perform scan-trans-drop
        move drop-hdr-date to ack-hdr-date(ack-calc)
        close trans-raw
        perform check-submit-register
        *> a held drop still cuts the clean file - empty, unless
        *> repairs are queued - or last night's TRANS-IN.DAT would
        *> sit there to be run again, which is the very repeat
        set trans-any to true
        if drop-repeat
            perform hold-trans-drop
            move drop-count to ec-received
            move drop-count to ec-held-dup
        else
            open input trans-raw
            perform read-trans-raw
            perform edit-trans-record until traw-eof
            close trans-raw
            perform verify-trans-raw-controls
            perform register-submission
            move trans-detail-cnt to ec-received
        end-if
    end-if.
    *> the repair and quota-release queues wait for the night's
    *> pass - an expedite run takes the department's drop only
    if not expedite-run
        move trans-detail-cnt to phase-mark
        perform edit-trans-resub
        compute ec-resub = trans-detail-cnt - phase-mark
        move trans-detail-cnt to phase-mark
        perform edit-trans-qrel
        compute ec-released = trans-detail-cnt - phase-mark
    end-if.
    perform park-quota-holds.
    if trans-any
        perform write-trans-clean-file
        move trans-clean-count to ec-clean
        move trans-bad-count to ec-rejected
        move trans-held-count to ec-held-quota
        perform write-edit-control
    end-if.

edit-trans-resub.
        close trans-resub
    end-if.

edit-trans-qrel.
    *> work a supervisor released from a quota hold is edited like
    *> any resubmission but not held over quota a second time
    open input trans-qrel.
    if tqrel-status = "00"
        set resub-phase to true
        set qrel-phase to true
        move 'n' to traw-eof-sw
        perform read-trans-raw
        if not traw-eof
            set trans-any to true
            display 'square root records released from quota'
                ' resubmitted.'
        end-if
        perform edit-trans-record until traw-eof
        close trans-qrel
        move 'n' to resub-phase-sw
        move 'n' to qrel-phase-sw
        open output trans-qrel
        close trans-qrel
    end-if.

write-trans-clean-file.
    *> the clean records were buffered so the header can lead with
    *> the true count - the calculators verify it against what they
    *> the resubmission phase feeds the same editing paragraphs
    *> through the same staging line, so a repaired record is
    *> indistinguishable from a freshly dropped one downstream
    if qrel-phase
        read trans-qrel
            at end set traw-eof to true
            not at end
                add 1 to trans-read-count
                move tqrel-line to traw-line
        end-read
    else
    if resub-phase
        read trans-resub
            at end set traw-eof to true
            at end set traw-eof to true
            not at end add 1 to trans-read-count
        end-read
    end-if
    end-if.

edit-trans-record.
    move traw-line to trans-work.
    move traw-line to raw-control-view.
    move zero to ack-dept.

    if rcv-type is equal to 'H' or rcv-type is equal to 'T'
        perform note-trans-raw-control
    else
    add 1 to trans-detail-cnt
    move tw-dept to ack-check
    perform note-ack-received
    if traw-line is equal to spaces
        perform reject-trans-e1
    else
    end-if.

check-trans-dept.
    *> a blank code on an expedite drop is the department's own
    if expedite-run and tw-dept is equal to spaces
        move expedite-dept to tw-dept
    end-if.
    move tw-dept to dept-check.
    perform check-dept-code.
    if dept-ok
        move tw-dept to quota-dept
        perform check-quota
        if quota-ok
            perform keep-trans-record
        else
            move traw-line to quota-line
            perform hold-over-quota
            if quota-result is equal to 'N'
                perform reject-trans-e9
            else
                add 1 to trans-held-count
                perform note-ack-held
            end-if
        end-if
    else
        perform reject-trans-e8
    end-if.
        perform reject-trans-e9
    else
        add 1 to trans-clean-count
        perform note-ack-accepted
        move trans-work to tcb-record(trans-clean-count)
        move trans-work to trans-clean-rec
        if tcr-value is less than zero
reject-trans-e7.
    move 'E7' to rej-code.
    move 'BAD CONTROL REC' to rej-reason.
    add 1 to ctl-reject-count.
    perform write-trans-reject.

reject-trans-e8.
    move traw-line to rej-data.
    write reject-line from reject-detail.
    add 1 to trans-bad-count.
    if ack-dept is greater than zero
        add 1 to ak-rejected(ack-dept, ack-calc)
    end-if.

edit-mult-file.
    move 2 to ack-calc.
    move 'M' to quota-type.
    move 'M' to ec-type.
    perform clear-edit-control.
    perform load-quota-usage.
    open input mult-raw.
    if mraw-status is not equal to "00"
        if expedite-run
            display 'no expedite multiplication drop - skipped.'
        else
            display "MULT-RAW.DAT not found - multiplication"
                " submission skipped."
        end-if
    else
        move 'MULT-RAW' to drop-file
        move 'M' to drop-type
        perform scan-mult-drop
        move drop-hdr-date to ack-hdr-date(ack-calc)
        close mult-raw
        perform check-submit-register
        set mult-any to true
        if drop-repeat
            perform hold-mult-drop
            move drop-count to ec-received
            move drop-count to ec-held-dup
        else
            open input mult-raw
            perform read-mult-raw
            perform edit-mult-record until mraw-eof
            close mult-raw
            perform verify-mult-raw-controls
            perform register-submission
            move mult-detail-cnt to ec-received
        end-if
    end-if.
    if not expedite-run
        move mult-detail-cnt to phase-mark
        perform edit-mult-resub
        compute ec-resub = mult-detail-cnt - phase-mark
        move mult-detail-cnt to phase-mark
        perform edit-mult-qrel
        compute ec-released = mult-detail-cnt - phase-mark
    end-if.
    perform park-quota-holds.
    if mult-any
        perform write-mult-clean-file
        move mult-clean-count to ec-clean
        move mult-bad-count to ec-rejected
        move mult-held-count to ec-held-quota
        perform write-edit-control
    end-if.

clear-edit-control.
    move zero to ec-received.
    move zero to ec-resub.
    move zero to ec-released.
    move zero to ec-clean.
    move zero to ec-rejected.
    move zero to ec-held-dup.
    move zero to ec-held-quota.
    move zero to ctl-reject-count.

write-edit-control.
    *> one line per calculator per pass - what came in, by which
    *> road, and where every detail went - for the balancing step
    *> to prove against the clean file and the reject queue
    move run-date to ec-date.
    accept ec-time-stamp from time.
    move ec-clock to ec-time.
    move ctl-reject-count to ec-ctl-rejects.
    *> an expedite pass is typed in lower case - it did not cut
    *> the night's clean file, and the balancing step must not
    *> take it for the pass that did
    if expedite-run
        inspect ec-type converting 'SMP' to 'smp'
    end-if.
    open extend edit-control.
    if edit-ctl-status is not equal to "00"
        open output edit-control
    end-if.
    write edit-control-line from edit-control-detail.
    close edit-control.

edit-mult-resub.
    open input mult-resub.
        close mult-resub
    end-if.

edit-mult-qrel.
    open input mult-qrel.
    if mqrel-status = "00"
        set resub-phase to true
        set qrel-phase to true
        move 'n' to mraw-eof-sw
        perform read-mult-raw
        if not mraw-eof
            set mult-any to true
            display 'multiplication records released from quota'
                ' resubmitted.'
        end-if
        perform edit-mult-record until mraw-eof
        close mult-qrel
        move 'n' to resub-phase-sw
        move 'n' to qrel-phase-sw
        open output mult-qrel
        close mult-qrel
    end-if.

write-mult-clean-file.
    open output mult-out.
    move 'H' to mout-h-type.
    end-if.

read-mult-raw.
    if qrel-phase
        read mult-qrel
            at end set mraw-eof to true
            not at end
                add 1 to mult-read-count
                move mqrel-line to mraw-line
        end-read
    else
    if resub-phase
        read mult-resub
            at end set mraw-eof to true
            at end set mraw-eof to true
            not at end add 1 to mult-read-count
        end-read
    end-if
    end-if.

edit-mult-record.
    move mraw-line to mult-work.
    move mraw-line to raw-control-view.
    move zero to ack-dept.

    if rcv-type is equal to 'H' or rcv-type is equal to 'T'
        perform note-mult-raw-control
    else
    add 1 to mult-detail-cnt
    move mw-dept to ack-check
    perform note-ack-received
    if mraw-line is equal to spaces
        perform reject-mult-e1
    else
    end-if.

check-mult-dept.
    if expedite-run and mw-dept is equal to spaces
        move expedite-dept to mw-dept
    end-if.
    move mw-dept to dept-check.
    perform check-dept-code.
    if dept-ok
        move mw-dept to quota-dept
        perform check-quota
        if quota-ok
            perform keep-mult-record
        else
            move mraw-line to quota-line
            perform hold-over-quota
            if quota-result is equal to 'N'
                perform reject-mult-e9
            else
                add 1 to mult-held-count
                perform note-ack-held
            end-if
        end-if
    else
        perform reject-mult-e8
    end-if.
        perform reject-mult-e9
    else
        add 1 to mult-clean-count
        perform note-ack-accepted
        move mult-work to mcb-record(mult-clean-count)
        move mw-first to mult-value-first
        move mw-second to mult-value-second
reject-mult-e7.
    move 'E7' to rej-code.
    move 'BAD CONTROL REC' to rej-reason.
    add 1 to ctl-reject-count.
    perform write-mult-reject.

reject-mult-e8.
    move mraw-line to rej-data.
    write reject-line from reject-detail.
    add 1 to mult-bad-count.
    if ack-dept is greater than zero
        add 1 to ak-rejected(ack-dept, ack-calc)
    end-if.

edit-pow-file.
    *> powers carry no monthly quota - the switch is cleared so the
    *> product pass's quota figures cannot reach this drop
    move 'n' to quota-set-sw.
    move 3 to ack-calc.
    move 'P' to ec-type.
    perform clear-edit-control.
    open input pow-raw.
    if praw-status is not equal to "00"
        if expedite-run
            display 'no expedite exponentiation drop - skipped.'
        else
            display "POW-RAW.DAT not found - exponentiation submission"
                " skipped."
        end-if
    else
        move 'POW-RAW' to drop-file
        move 'P' to drop-type
        perform scan-pow-drop
        move drop-hdr-date to ack-hdr-date(ack-calc)
        close pow-raw
        perform check-submit-register
        set pow-any to true
        if drop-repeat
            perform hold-pow-drop
            move drop-count to ec-received
            move drop-count to ec-held-dup
        else
            open input pow-raw
            perform read-pow-raw
            perform edit-pow-record until praw-eof
            close pow-raw
            perform verify-pow-raw-controls
            perform register-submission
            move pow-detail-cnt to ec-received
        end-if
    end-if.
    if not expedite-run
        move pow-detail-cnt to phase-mark
        perform edit-pow-resub
        compute ec-resub = pow-detail-cnt - phase-mark
    end-if.
    if pow-any
        perform write-pow-clean-file
        move pow-clean-count to ec-clean
        move pow-bad-count to ec-rejected
        perform write-edit-control
    end-if.

edit-pow-resub.
    open input pow-resub.
    if presub-status = "00"
        set resub-phase to true
        move 'n' to praw-eof-sw
        perform read-pow-raw
        if not praw-eof
            set pow-any to true
            display 'repaired exponentiation records resubmitted.'
        end-if
        perform edit-pow-record until praw-eof
        close pow-resub
        move 'n' to resub-phase-sw
        open output pow-resub
        close pow-resub
    end-if.

write-pow-clean-file.
    open output pow-out.
    move 'H' to pout-h-type.
    move run-date to pout-h-date.
    move pow-clean-count to pout-h-count.
    write pout-header-record.
    if pow-clean-count is greater than zero
        perform write-pow-clean-record
            varying clean-sub from 1 by 1
            until clean-sub is greater than pow-clean-count
    end-if.
    move 'T' to pout-t-type.
    move pow-clean-count to pout-t-count.
    move pow-hash to pout-t-hash.
    write pout-trailer-record.
    close pow-out.

write-pow-clean-record.
    move pcb-record(clean-sub) to pout-record.
    write pout-record.

verify-pow-raw-controls.
    if pow-raw-control or pow-raw-trailer
        if pow-raw-trailer
            if pow-raw-trailer-count is not equal to pow-detail-cnt
                display '*** POW-RAW CONTROL OUT OF BALANCE ***'
                display '  records received: ' pow-detail-cnt
                    ' trailer said: ' pow-raw-trailer-count
            end-if
            if pow-bad-count is equal to zero
                if pow-raw-hash is not equal to pow-hash
                    display '*** POW-RAW HASH OUT OF BALANCE ***'
                end-if
            else
                display 'pow-raw hash not compared - rejects present.'
            end-if
        else
            display '*** POW-RAW TRAILER MISSING ***'
        end-if
        if pow-raw-control
            if pow-raw-expected is not equal to pow-detail-cnt
                display '*** POW-RAW HEADER COUNT MISMATCH ***'
                display '  records received: ' pow-detail-cnt
                    ' header said: ' pow-raw-expected
            end-if
        end-if
    end-if.

read-pow-raw.
    if resub-phase
        read pow-resub
            at end set praw-eof to true
            not at end
                add 1 to pow-read-count
                move presub-line to praw-line
        end-read
    else
        read pow-raw
            at end set praw-eof to true
            not at end add 1 to pow-read-count
        end-read
    end-if.

edit-pow-record.
    move praw-line to pow-work.
    move praw-line to raw-control-view.
    move zero to ack-dept.

    if rcv-type is equal to 'H' or rcv-type is equal to 'T'
        perform note-pow-raw-control
    else
    add 1 to pow-detail-cnt
    move pw-dept to ack-check
    perform note-ack-received
    if praw-line is equal to spaces
        perform reject-pow-e1
    else
        if pw-rest is not equal to spaces
            perform reject-pow-e3
        else
            move zero to space-count
            inspect pw-fields tallying space-count for all space
            if space-count is greater than zero
                perform reject-pow-e2
            else
                if pw-fields is not numeric
                    perform reject-pow-e5
                else
                    perform check-pow-scale
                end-if
            end-if
        end-if
    end-if
    end-if.

    perform read-pow-raw.

note-pow-raw-control.
    *> the trailer is laid out as the product drop's is - count
    *> and an eighteen-digit hash
    if rcv-type is equal to 'H'
        move praw-line to raw-header-view
        move rhv-count to raw-count-chk
        inspect raw-count-chk replacing all space by zero
        if rhv-date is numeric and raw-count-chk is numeric
            set pow-raw-control to true
            move raw-count-chk to pow-raw-expected
        else
            perform reject-pow-e7
        end-if
    else
        move praw-line to raw-mult-trailer-view
        move rmtv-count to raw-count-chk
        move rmtv-hash to raw-hash-chk
        inspect raw-count-chk replacing all space by zero
        inspect raw-hash-chk replacing all space by zero
        if raw-count-chk is numeric and raw-hash-chk is numeric
            set pow-raw-trailer to true
            move raw-count-chk to pow-raw-trailer-count
            move raw-hash-chk to pow-raw-hash
        else
            perform reject-pow-e7
        end-if
    end-if.

check-pow-scale.
    move pw-scale to scale-check.
    if scale-check is greater than 6
        perform reject-pow-e6
    else
        if expedite-run and pw-dept is equal to spaces
            move expedite-dept to pw-dept
        end-if
        move pw-dept to dept-check
        perform check-dept-code
        if dept-ok
            perform keep-pow-record
        else
            perform reject-pow-e8
        end-if
    end-if.

keep-pow-record.
    if pow-clean-count is not less than 5000
        perform reject-pow-e9
    else
        add 1 to pow-clean-count
        perform note-ack-accepted
        move pow-work to pcb-record(pow-clean-count)
        move pw-base to pow-value-base
        move pw-exponent to pow-value-exponent
        compute pow-hash =
            function mod(pow-hash + pow-value-base
                + pow-value-exponent, 1000000000000000000)
    end-if.

reject-pow-e1.
    move 'E1' to rej-code.
    move 'EMPTY RECORD' to rej-reason.
    perform write-pow-reject.

reject-pow-e2.
    move 'E2' to rej-code.
    move 'SHORT RECORD' to rej-reason.
    perform write-pow-reject.

reject-pow-e3.
    move 'E3' to rej-code.
    move 'RECORD TOO LONG' to rej-reason.
    perform write-pow-reject.

reject-pow-e5.
    move 'E5' to rej-code.
    move 'NON-NUMERIC' to rej-reason.
    perform write-pow-reject.

reject-pow-e6.
    move 'E6' to rej-code.
    move 'SCALE OVER 6' to rej-reason.
    perform write-pow-reject.

reject-pow-e7.
    move 'E7' to rej-code.
    move 'BAD CONTROL REC' to rej-reason.
    add 1 to ctl-reject-count.
    perform write-pow-reject.

reject-pow-e8.
    move 'E8' to rej-code.
    move 'BAD DEPT CODE' to rej-reason.
    perform write-pow-reject.

reject-pow-e9.
    move 'E9' to rej-code.
    move 'EDIT CAPACITY' to rej-reason.
    perform write-pow-reject.

write-pow-reject.
    move 'POW  ' to rej-source.
    move pow-read-count to rej-seq.
    move praw-line to rej-data.
    write reject-line from reject-detail.
    add 1 to pow-bad-count.
    if ack-dept is greater than zero
        add 1 to ak-rejected(ack-dept, ack-calc)
    end-if.

scan-trans-drop.
    *> the drop's fingerprint for the register: the detail lines
    *> received, the hash of every value that reads as digits, the
    *> header date the department put on it and which department
    *> codes it carries. a line the edit will reject still counts -
    *> a repeat repeats its mistakes too
    perform clear-drop-fingerprint.
    move zero to scan-trans-hash.
    move 'n' to traw-eof-sw.
    perform scan-trans-line until traw-eof.
    move 'n' to traw-eof-sw.
    move scan-trans-hash to shw-trans.
    move sht-chars to drop-hash.

scan-trans-line.
    read trans-raw
        at end set traw-eof to true
        not at end
            move traw-line to trans-work
            move traw-line to raw-control-view
            if rcv-type is equal to 'H'
                move traw-line to raw-header-view
                if rhv-date is numeric
                    move rhv-date to drop-hdr-date
                end-if
            else
                if rcv-type is not equal to 'T'
                    add 1 to drop-count
                    move tw-digits to sdw-chars
                    if sdw-chars is numeric
                        compute scan-trans-hash = function mod(
                            scan-trans-hash + scan-digits-num,
                            1000000000000)
                    end-if
                    move tw-dept to dept-check
                    perform note-drop-dept
                end-if
            end-if
    end-read.

scan-mult-drop.
    perform clear-drop-fingerprint.
    move zero to scan-mult-hash.
    move 'n' to mraw-eof-sw.
    perform scan-mult-line until mraw-eof.
    move 'n' to mraw-eof-sw.
    move scan-mult-hash to smw-mult.
    move smt-chars to drop-hash.

scan-mult-line.
    read mult-raw
        at end set mraw-eof to true
        not at end
            move mraw-line to mult-work
            move mraw-line to raw-control-view
            if rcv-type is equal to 'H'
                move mraw-line to raw-header-view
                if rhv-date is numeric
                    move rhv-date to drop-hdr-date
                end-if
            else
                if rcv-type is not equal to 'T'
                    add 1 to drop-count
                    if mw-first is numeric and mw-second is numeric
                        move mw-first to mult-value-first
                        move mw-second to mult-value-second
                        compute scan-mult-hash = function mod(
                            scan-mult-hash + mult-value-first
                            + mult-value-second,
                            1000000000000000000)
                    end-if
                    move mw-dept to dept-check
                    perform note-drop-dept
                end-if
            end-if
    end-read.

scan-pow-drop.
    perform clear-drop-fingerprint.
    move zero to scan-mult-hash.
    move 'n' to praw-eof-sw.
    perform scan-pow-line until praw-eof.
    move 'n' to praw-eof-sw.
    move scan-mult-hash to smw-mult.
    move smt-chars to drop-hash.

scan-pow-line.
    read pow-raw
        at end set praw-eof to true
        not at end
            move praw-line to pow-work
            move praw-line to raw-control-view
            if rcv-type is equal to 'H'
                move praw-line to raw-header-view
                if rhv-date is numeric
                    move rhv-date to drop-hdr-date
                end-if
            else
                if rcv-type is not equal to 'T'
                    add 1 to drop-count
                    if pw-base is numeric and pw-exponent is numeric
                        move pw-base to pow-value-base
                        move pw-exponent to pow-value-exponent
                        compute scan-mult-hash = function mod(
                            scan-mult-hash + pow-value-base
                            + pow-value-exponent,
                            1000000000000000000)
                    end-if
                    move pw-dept to dept-check
                    perform note-drop-dept
                end-if
            end-if
    end-read.

clear-drop-fingerprint.
    move 'n' to drop-repeat-sw.
    move zero to drop-hdr-date.
    move zero to drop-count.
    move zero to drop-match-date.
    move zero to drop-dept-count.
    move spaces to drop-dept-list.

note-drop-dept.
    *> ten codes is plenty for one drop - the register line names
    *> who sent it, it is not the billing
    if dept-check is not equal to spaces
        move 'n' to drop-dept-found-sw
        perform match-drop-dept
            varying drop-dept-sub from 1 by 1
            until drop-dept-sub is greater than drop-dept-count
        if not drop-dept-found and drop-dept-count is less than 10
            add 1 to drop-dept-count
            move dept-check to ddl-code(drop-dept-count)
        end-if
    end-if.

match-drop-dept.
    if ddl-code(drop-dept-sub) is equal to dept-check
        set drop-dept-found to true
    end-if.

check-submit-register.
    *> the same file, the same count and the same hash as a drop
    *> already accepted is the same drop - an empty drop has
    *> nothing to repeat and is never held
    move 'n' to drop-repeat-sw.
    move 'n' to submit-reg-eof-sw.
    if drop-count is greater than zero
        open input submit-reg
        if submit-reg-status = "00"
            perform read-submit-reg
            perform match-submit-reg
                until submit-reg-eof or drop-repeat
            close submit-reg
        end-if
    end-if.

read-submit-reg.
    read submit-reg
        at end set submit-reg-eof to true
    end-read.

match-submit-reg.
    if sr-file is equal to drop-file
            and sr-count is equal to drop-count
            and sr-hash is equal to drop-hash
        set drop-repeat to true
        move sr-edit-date to drop-match-date
    else
        perform read-submit-reg
    end-if.

register-submission.
    *> appended, never rewritten - the register is the memory of
    *> every drop this shop has taken in
    if drop-count is greater than zero
        open extend submit-reg
        if submit-reg-status is not equal to "00"
            open output submit-reg
        end-if
        move spaces to submit-reg-record
        move drop-file to sr-file
        move run-date to sr-edit-date
        move drop-hdr-date to sr-hdr-date
        move drop-count to sr-count
        move drop-hash to sr-hash
        move drop-depts-text to sr-depts
        write submit-reg-record
        close submit-reg
    end-if.

hold-trans-drop.
    move spaces to held-file-name.
    string dup-prefix delimited by space
        'S-' delimited by size
        run-date delimited by size
        '.DAT' delimited by size
        into held-file-name.
    move zero to drop-held-count.
    open input trans-raw.
    open output held-file.
    move 'n' to traw-eof-sw.
    perform park-trans-line until traw-eof.
    move 'n' to traw-eof-sw.
    close held-file.
    close trans-raw.
    perform note-held-drop.

park-trans-line.
    read trans-raw
        at end set traw-eof to true
        not at end
            move traw-line to held-line
            write held-line
            add 1 to drop-held-count
            perform note-ack-parked
    end-read.

hold-mult-drop.
    move spaces to held-file-name.
    string dup-prefix delimited by space
        'M-' delimited by size
        run-date delimited by size
        '.DAT' delimited by size
        into held-file-name.
    move zero to drop-held-count.
    open input mult-raw.
    open output held-file.
    move 'n' to mraw-eof-sw.
    perform park-mult-line until mraw-eof.
    move 'n' to mraw-eof-sw.
    close held-file.
    close mult-raw.
    perform note-held-drop.

park-mult-line.
    read mult-raw
        at end set mraw-eof to true
        not at end
            move mraw-line to held-line
            write held-line
            add 1 to drop-held-count
            perform note-ack-parked
    end-read.

hold-pow-drop.
    move spaces to held-file-name.
    string dup-prefix delimited by space
        'P-' delimited by size
        run-date delimited by size
        '.DAT' delimited by size
        into held-file-name.
    move zero to drop-held-count.
    open input pow-raw.
    open output held-file.
    move 'n' to praw-eof-sw.
    perform park-pow-line until praw-eof.
    move 'n' to praw-eof-sw.
    close held-file.
    close pow-raw.
    perform note-held-drop.

park-pow-line.
    read pow-raw
        at end set praw-eof to true
        not at end
            move praw-line to held-line
            write held-line
            add 1 to drop-held-count
            perform note-ack-parked
    end-read.

note-held-drop.
    *> one hold line per parked file - a second pass the same night
    *> over the same repeat re-parks it over itself rather than
    *> noting it twice
    display '*** ' drop-file ' HELD AS A REPEAT SUBMISSION ***'.
    display '  ' drop-count ' records match the drop accepted on '
        drop-match-date.
    display '  parked on ' held-file-name
        ' - release from the menu if it is genuine.'.
    move 'n' to hold-noted-sw.
    move 'n' to hold-reg-eof-sw.
    open input hold-reg.
    if hold-reg-status = "00"
        perform read-hold-reg
        perform match-hold-reg until hold-reg-eof or hold-noted
        close hold-reg
    end-if.
    if not hold-noted
        open extend hold-reg
        if hold-reg-status is not equal to "00"
            open output hold-reg
        end-if
        move spaces to hold-reg-record
        move run-date to hr-held-date
        move drop-type to hr-type
        move 'DUP' to hr-reason
        move held-file-name to hr-file
        move drop-held-count to hr-count
        move 'H' to hr-status
        move drop-match-date to hr-match-date
        move zero to hr-rel-date
        write hold-reg-record
        close hold-reg
    end-if.

read-hold-reg.
    read hold-reg
        at end set hold-reg-eof to true
    end-read.

match-hold-reg.
    if hr-file is equal to held-file-name and hr-status is equal to 'H'
        set hold-noted to true
    else
        perform read-hold-reg
    end-if.

load-quota-usage.
    *> the month's usage per department is taken off the audit
    *> trails once per calculator, before a line is edited
    move 'L' to quota-action.
    move spaces to quota-dept.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.
    if quota-result is equal to 'Y'
        set quota-set to true
    else
        move 'n' to quota-set-sw
    end-if.

check-quota.
    set quota-ok to true.
    if quota-set and not qrel-phase
        move 'C' to quota-action
        call "quotamgr" using quota-action, quota-type, quota-dept,
            quota-line, quota-result
        if quota-result is equal to 'N'
            move 'n' to quota-ok-sw
        end-if
    end-if.

hold-over-quota.
    move 'H' to quota-action.
    call "quotamgr" using quota-action, quota-type, quota-dept,
        quota-line, quota-result.

park-quota-holds.
    if quota-set
        move 'F' to quota-action
        call "quotamgr" using quota-action, quota-type, quota-dept,
            quota-line, quota-result
    end-if.

clear-ack-entry.
    move zero to ak-lines(ack-sub).
    perform clear-ack-counts
        varying ack-calc from 1 by 1
        until ack-calc is greater than 3.

clear-ack-counts.
    move zero to ak-received(ack-sub, ack-calc).
    move zero to ak-accepted(ack-sub, ack-calc).
    move zero to ak-rejected(ack-sub, ack-calc).
    move zero to ak-held(ack-sub, ack-calc).

note-ack-received.
    *> the code as the department keyed it - a line with a blank
    *> code, or one the master does not know, has no department to
    *> be acknowledged to
    perform find-ack-dept.
    if ack-dept is greater than zero
        add 1 to ak-received(ack-dept, ack-calc)
    end-if.

note-ack-accepted.
    if ack-dept is greater than zero
        add 1 to ak-accepted(ack-dept, ack-calc)
    end-if.

note-ack-held.
    if ack-dept is greater than zero
        add 1 to ak-held(ack-dept, ack-calc)
    end-if.

note-ack-parked.
    *> a drop held as a repeat was received, and is held, line for
    *> line - its own control records are not details
    if held-line(1:1) is not equal to 'H'
            and held-line(1:1) is not equal to 'T'
        evaluate ack-calc
            when 1
                move held-line(20:3) to ack-check
            when 2
                move held-line(45:3) to ack-check
            when other
                move held-line(27:3) to ack-check
        end-evaluate
        perform find-ack-dept
        if ack-dept is greater than zero
            add 1 to ak-received(ack-dept, ack-calc)
            add 1 to ak-held(ack-dept, ack-calc)
        end-if
    end-if.

find-ack-dept.
    *> every line on an expedite drop is the department's, whatever
    *> code it was keyed with
    move zero to ack-dept.
    if expedite-run
        move expedite-dept to ack-check
    end-if.
    if ack-check is not equal to spaces
        move 1 to ack-probe
        perform match-ack-dept
            until ack-dept is greater than zero
                or ack-probe is greater than dept-count
    end-if.

match-ack-dept.
    if dct-code(ack-probe) is equal to ack-check
        move ack-probe to ack-dept
    else
        add 1 to ack-probe
    end-if.

count-reject-queue.
    move zero to reject-mark.
    move 'n' to reject-eof-sw.
    open input reject-file.
    if reject-status = "00"
        perform read-reject-queue
        perform count-reject-line until reject-eof
        close reject-file
    end-if.

read-reject-queue.
    read reject-file into reject-queue-view
        at end set reject-eof to true
    end-read.

count-reject-line.
    add 1 to reject-mark.
    perform read-reject-queue.

cut-acknowledgements.
    *> the department's side loads these the way it loads its
    *> DIST-xxx.DAT, so they are cut the same way: counted first so
    *> the header can lead with the true count, then copied one
    *> department at a time. with no master there is nobody to
    *> acknowledge to
    if dept-count is equal to zero
        display 'no department master - acknowledgements not cut.'
    else
        if expedite-run
            *> the repairs log belongs to the night's pass, which
            *> keeps the mark - an expedite acknowledgement carries
            *> only what this run received, rejected and held
            perform count-ack-rejects
            perform cut-one-ack
                varying ack-sub from 1 by 1
                until ack-sub is greater than dept-count
        else
            perform read-ack-mark
            perform count-ack-rejects
            perform count-ack-fixes
            perform cut-one-ack
                varying ack-sub from 1 by 1
                until ack-sub is greater than dept-count
            perform write-ack-mark
        end-if
        if ack-unattributed is greater than zero
            display ack-unattributed ' reject(s) and repair(s) carry'
                ' no department on the master - not acknowledged.'
        end-if
    end-if.

read-ack-mark.
    *> how many REJFIX-LOG.DAT lines earlier acknowledgements have
    *> already reported - only the ones after it are news
    move zero to fix-mark.
    open input ack-mark.
    if ack-mark-status = "00"
        read ack-mark
            not at end
                if am-fix-lines is numeric
                    move am-fix-lines to fix-mark
                end-if
        end-read
        close ack-mark
    end-if.

write-ack-mark.
    open output ack-mark.
    move fix-line-no to am-fix-lines.
    write ack-mark-record.
    close ack-mark.

count-ack-rejects.
    *> this pass's rejects are the lines appended after the mark
    *> taken when the queue was opened
    move zero to reject-line-no.
    move 'n' to reject-eof-sw.
    open input reject-file.
    if reject-status = "00"
        perform read-reject-queue
        perform count-ack-reject until reject-eof
        close reject-file
    end-if.

count-ack-reject.
    add 1 to reject-line-no.
    if reject-line-no is greater than reject-mark
        move rqv-source to line-source
        move rqv-code to line-code
        move rqv-data to line-data
        perform find-queue-dept
        if ack-dept is greater than zero
            add 1 to ak-lines(ack-dept)
        else
            add 1 to ack-unattributed
        end-if
    end-if.
    perform read-reject-queue.

count-ack-fixes.
    perform scan-fix-log-count.
    *> a log shorter than the mark has been replaced - everything
    *> on it is news again
    if fix-line-no is less than fix-mark
        move zero to fix-mark
        perform scan-fix-log-count
    end-if.

scan-fix-log-count.
    move zero to fix-line-no.
    move 'n' to fix-log-eof-sw.
    open input fix-log.
    if fix-log-status = "00"
        perform read-fix-log
        perform count-ack-fix until fix-log-eof
        close fix-log
    end-if.

read-fix-log.
    read fix-log
        at end set fix-log-eof to true
    end-read.

count-ack-fix.
    add 1 to fix-line-no.
    if fix-line-no is greater than fix-mark
        move fl-source to line-source
        move fl-code to line-code
        move fl-original to line-data
        perform find-queue-dept
        if ack-dept is greater than zero
            add 1 to ak-lines(ack-dept)
        else
            add 1 to ack-unattributed
        end-if
    end-if.
    perform read-fix-log.

find-queue-dept.
    *> the code sits where the source calculator's layout put it;
    *> a control record carries none
    move spaces to ack-check.
    if line-code is not equal to 'E7'
        evaluate line-source
            when 'SQRT '
                move line-data(20:3) to ack-check
            when 'MULT '
                move line-data(45:3) to ack-check
            when 'POW  '
                move line-data(27:3) to ack-check
        end-evaluate
    end-if.
    perform find-ack-dept.

cut-one-ack.
    move ak-lines(ack-sub) to ack-count.
    perform count-ack-summary
        varying ack-calc from 1 by 1
        until ack-calc is greater than 3.
    if ack-count is greater than zero
        move spaces to ack-file-name
        string 'ACK-' delimited by size
            dct-code(ack-sub) delimited by space
            '.DAT' delimited by size
            into ack-file-name
        move zero to ack-hash
        open output ack-out
        move 'H' to ah-type
        move run-date to ah-date
        move ack-count to ah-count
        write ack-header-record
        perform write-ack-summary
            varying ack-calc from 1 by 1
            until ack-calc is greater than 3
        perform copy-ack-rejects
        if not expedite-run
            perform copy-ack-fixes
        end-if
        move 'T' to at-type
        move ack-count to at-count
        move ack-hash to at-hash
        write ack-trailer-record
        close ack-out
        add 1 to ack-files
        display 'acknowledgement written: ' ack-file-name
    end-if.

count-ack-summary.
    if ak-received(ack-sub, ack-calc) is greater than zero
        add 1 to ack-count
    end-if.

write-ack-summary.
    if ak-received(ack-sub, ack-calc) is greater than zero
        move ack-calc-code(ack-calc) to asd-calc
        move ak-received(ack-sub, ack-calc) to asd-received
        move ack-hdr-date(ack-calc) to asd-hdr-date
        move ak-accepted(ack-sub, ack-calc) to asd-accepted
        move ak-rejected(ack-sub, ack-calc) to asd-rejected
        move ak-held(ack-sub, ack-calc) to asd-held
        write ack-line from ack-summary-detail
        compute ack-hash = function mod(ack-hash
            + ak-received(ack-sub, ack-calc), 1000000000000)
    end-if.

copy-ack-rejects.
    move zero to reject-line-no.
    move 'n' to reject-eof-sw.
    open input reject-file.
    if reject-status = "00"
        perform read-reject-queue
        perform copy-ack-reject until reject-eof
        close reject-file
    end-if.

copy-ack-reject.
    add 1 to reject-line-no.
    if reject-line-no is greater than reject-mark
        move rqv-source to line-source
        move rqv-code to line-code
        move rqv-data to line-data
        perform find-queue-dept
        if ack-dept is equal to ack-sub
            perform source-calc-letter
            move line-code to ard-code
            move rqv-reason to ard-reason
            move line-data to ard-data
            *> the queue carries the line number edited for reading
            inspect rqv-seq replacing leading space by zero
            move zero to rqv-seq-num
            if rqv-seq is numeric
                move rqv-seq to rqv-seq-num
            end-if
            move rqv-seq-num to ard-line
            write ack-line from ack-reject-detail
            compute ack-hash = function mod(ack-hash
                + rqv-seq-num, 1000000000000)
        end-if
    end-if.
    perform read-reject-queue.

copy-ack-fixes.
    move zero to fix-line-no.
    move 'n' to fix-log-eof-sw.
    open input fix-log.
    if fix-log-status = "00"
        perform read-fix-log
        perform copy-ack-fix until fix-log-eof
        close fix-log
    end-if.

copy-ack-fix.
    add 1 to fix-line-no.
    if fix-line-no is greater than fix-mark
        move fl-source to line-source
        move fl-code to line-code
        move fl-original to line-data
        perform find-queue-dept
        if ack-dept is equal to ack-sub
            perform source-calc-letter
            move fl-date to afd-date
            move fl-action to afd-action
            move fl-code to afd-code
            move fl-edit-date to afd-edit-date
            move fl-original to afd-original
            move fl-repaired to afd-repaired
            write ack-line from ack-fix-detail
            compute ack-hash = function mod(ack-hash
                + fl-date, 1000000000000)
        end-if
    end-if.
    perform read-fix-log.

source-calc-letter.
    evaluate line-source
        when 'SQRT '
            move 'S' to ard-calc
        when 'MULT '
            move 'M' to ard-calc
        when other
            move 'P' to ard-calc
    end-evaluate.
    move ard-calc to afd-calc.
