*> ../menu_driver/lockmgr.cob)
*> How to use: run once the day's work is confirmed. Each live audit
*> log (AUDIT-LOG.DAT for roots, MULT-AUDIT.DAT for products,
*> DIV-AUDIT.DAT for quotients, POW-AUDIT.DAT for powers) is copied
*> to its own dated generation file (AUDIT-GEN-yyyymmdd.DAT and so
*> on), the last audit sequence number is cut to the matching
*> control record (AUDIT-SEQ.DAT, MULT-SEQ.DAT, DIV-SEQ.DAT,
*> POW-SEQ.DAT) so the calculators carry on numbering
*> from there, and the live log is emptied. Month-old generation
*> files are what gets archived off the box, not one ever-growing
*> live log.
*>   way the sequence number is carried on rather than reset. a
*>   start superseded by a later start of the same program goes to
*>   the generation as history.
*> - the running check value the calculators stamp on every audit
*>   record is handed on with the sequence number: the control
*>   record cut for the fresh live log carries the check value off
*>   the last record rolled, so the chain audver proves runs
*>   unbroken from the generation into the next day's log.
*> - peaspow's POW-AUDIT.DAT is rolled as a fourth trail (to
*>   POW-GEN-yyyymmdd.DAT, handing on through POW-SEQ.DAT), and
*>   its 'POW' lock is taken with the other three.

identification division.
program-id. audroll.
         02 ctl-seq  picture 9(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd audit-cat.
     01 audit-cat-record.
         02 cat-log  picture x(16).
77 rolled-count picture 9(6) value zero.
77 last-seq picture 9(6) value zero.
77 first-seq picture 9(6) value zero.
77 last-check picture x(6) value spaces.
77 audit-cat-status picture x(2).
77 run-date picture 9(8).
77 trail-sub picture 9(1).
    02 filler picture x(10) value 'SQRT'.
    02 filler picture x(10) value 'MULT'.
    02 filler picture x(10) value 'DIV'.
    02 filler picture x(10) value 'POW'.
01 lock-list-table redefines lock-list.
    02 ll-name picture x(10) occurs 4 times.
77 rp-count picture 9(2) value zero.
77 rp-sub picture 9(2).
77 rp-found-sw picture x(1).
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture x(12) value 'AUDIT-GEN-'.
    02 filler picture x(16) value 'AUDIT-SEQ.DAT'.
    02 filler picture 9(3) value 095.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture x(12) value 'MULT-GEN-'.
    02 filler picture x(16) value 'MULT-SEQ.DAT'.
    02 filler picture 9(3) value 143.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture x(12) value 'DIV-GEN-'.
    02 filler picture x(16) value 'DIV-SEQ.DAT'.
    02 filler picture 9(3) value 131.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture x(12) value 'POW-GEN-'.
    02 filler picture x(16) value 'POW-SEQ.DAT'.
    02 filler picture 9(3) value 105.
01 trail-table redefines trail-names.
    02 trail-entry occurs 4 times.
        03 tt-log picture x(16).
        03 tt-gen-prefix picture x(12).
        03 tt-ctl picture x(16).
        03 tt-check-pos picture 9(3).
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(18) value 'audit log rollover'.

    perform roll-one-trail
        varying trail-sub from 1 by 1
        until trail-sub is greater than 4.

    perform roll-run-control.

    move zero to locks-taken.
    move 1 to lock-sub.
    perform take-one-lock
        until lock-fail or lock-sub is greater than 4.
    if lock-fail and locks-taken is greater than zero
        perform release-all-locks
    end-if.
    move zero to rolled-count.
    move zero to last-seq.
    move zero to first-seq.
    move spaces to last-check.
    move tt-log(trail-sub) to log-file-name.
    move tt-ctl(trail-sub) to ctl-file-name.
    move spaces to gen-file-name.
    *> the log is appended in sequence order, so the last record
    *> copied carries the number the control record must hand on
    move ain-seq to last-seq.
    move audit-in-record(tt-check-pos(trail-sub):6) to last-check.
    perform read-audit-record.

write-audit-ctl.
    move spaces to audit-ctl-record.
    move last-seq to ctl-seq.
    move run-date to ctl-date.
    *> a last record cut before the stamping started hands on
    *> blanks, and the calculators start the chain from zero
    move last-check to ctl-check.
    write audit-ctl-record.
    close audit-ctl.

