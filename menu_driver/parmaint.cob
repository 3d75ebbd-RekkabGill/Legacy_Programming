*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: parmaint.cob
*> View-and-change maintenance for the site parameter record.
*> How to Compile: cobc -x -free -Wall parmaint.cob lockmgr.cob
*>   approvmgr.cob ../babylonian_square_roots_cobol/exfun.cob
*> How to use: run from the menu (the menu only offers it to a
*> supervisor id). The SITE-PARAMS.DAT record - the iteration
*> tolerance, the default and retry iteration ceilings, the QA
*> reconciliation tolerance, the report page length, the report
*> retention period in days and the expedite premium - is shown,
*> and the operator picks a field and keys a new value. Every
*> change is logged to PARAM-LOG.DAT (date, time, operator, field,
*> old and new value), because a tuning change that queues a
*> modifications:
*> - a run-control record (start and finish) is now cut like every
*>   other program's.
*> - a change to the tolerance, the default ceiling or the qa
*>   tolerance can be dry run before it is saved: a span of
*>   AUDIT-LOG.DAT and its catalogued generations is replayed
*>   through exfun on the proposed figures, and the roots whose
*>   value would change, those that would newly hit the ceiling or
*>   stop hitting it, the shift in average iterations and the
*>   count sqrtqa would flag (now, and at the proposed qa
*>   tolerance) are shown and logged on PARAM-LOG.DAT after the
*>   change lines. the change can then be saved or withdrawn - a
*>   withdrawal is logged too, so the log never shows a change
*>   that did not happen without saying so.
*> - the record carries a sixth field, the number of days rptkeep
*>   keeps the dated report generations before it expires them
*>   (90 until one is set), shown and changed here like the rest.
*> - saving no longer rewrites the record: the change is queued
*>   through approvmgr as a request a second supervisor approves
*>   from the menu's pending approvals screen, and PARAM-LOG.DAT
*>   says which request the change lines went to. the menu calls
*>   this program with a mode now - 'M' for the maintenance
*>   session, 'A' to apply an approved request. applying puts only
*>   the fields the request changed over the record as it stands
*>   then, so two requests approved in turn do not undo each
*>   other, and logs each one with who raised and who approved
*>   it. a site with no operator master saves directly, as before.
*> - the record carries a seventh field, the multiple of the rate
*>   chargeback bills an expedite run at (1.50 until one is set),
*>   shown, changed and logged here like the retention period.

identification division.
program-id. parmaint.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
     select audit-cat assign to "AUDIT-CAT.DAT"
         organization is line sequential
         file status is audit-cat-status.
     select trail-in assign to trail-file-name
         organization is line sequential
         file status is trail-in-status.
data division.
file section.
fd standard-output.
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(1).
         02 sp-report-retain picture 9(3).
         02 filler picture x(1).
         02 sp-expedite-premium picture 9v9(2).
fd param-log.
     01 param-log-line picture x(100).
fd signon-id.
         02 sid-id picture x(8).
fd run-control.
     01 run-control-line picture x(44).
fd audit-cat.
     01 audit-cat-record.
         02 cat-log  picture x(16).
         02 cat-date picture 9(8).
         02 filler   picture x(1).
         02 cat-count picture 9(6).
         02 filler   picture x(1).
         02 cat-first-seq picture 9(6).
         02 filler   picture x(1).
         02 cat-last-seq picture 9(6).
fd trail-in.
     01 trail-record.
         02 filler   picture x(8).
         02 tr-date  picture x(8).
         02 filler   picture x(19).
         02 tr-in-z  picture -(11)9.9(6).
         02 filler   picture x(2).
         02 tr-y     picture z(11)9.9(6).
         02 filler   picture x(2).
         02 tr-degree picture x(2).
         02 filler   picture x(2).
         02 tr-iter  picture x(4).
         02 filler   picture x(2).
         02 tr-conv  picture x(1).
         02 filler   picture x(12).
working-storage section.
77 params-status picture x(2).
77 param-log-status picture x(2).
77 userAns picture x(20).
77 value-chk picture x(20).
77 change-count picture 9(2) value zero.
77 audit-cat-status picture x(2).
77 trail-in-status picture x(2).
77 trail-file-name picture x(24).
77 audit-cat-eof-sw picture x(1) value 'n'.
    88 audit-cat-eof value 'y'.
77 trail-eof-sw picture x(1) value 'n'.
    88 trail-eof value 'y'.
77 replay-sw picture x(1) value 'n'.
    88 replay-worthwhile value 'y'.
77 keep-sw picture x(1) value 'y'.
    88 change-kept value 'y'.
77 last-gen-date picture 9(8).
77 span-from picture 9(8).
77 span-to picture 9(8).
77 lock-name picture x(10).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
77 appr-action picture x(1).
77 appr-result picture x(1).
77 change-list picture x(40).
77 change-ptr picture 9(2).
*> the figures as they stood before this session's changes - the
*> dry run measures the proposed figures against them
77 orig-qa-tolerance picture 9v9(6) value 0.0001.
*> one replayed root: what the trail says exfun gave, and what it
*> gives now on the proposed figures
77 rp-in-z picture s9(10)v9(6) sign leading separate.
77 rp-magnitude picture 9(10)v9(6).
77 rp-pos-z picture s9(10)v9(6) sign leading separate.
77 rp-old-y picture 9(11)v9(6).
77 rp-new-y picture 9(11)v9(6).
77 rp-iter picture 9(4).
77 rp-max-iter picture 9(4).
77 rp-degree picture 9(2).
77 rp-conv picture x(1).
77 rp-expected picture 9(11)v9(6).
77 rp-diff picture s9(11)v9(6).
77 degree-chk picture x(2).
77 replayed-count picture 9(6) value zero.
77 changed-count picture 9(6) value zero.
77 newly-ceiling-count picture 9(6) value zero.
77 cleared-count picture 9(6) value zero.
77 flagged-now-count picture 9(6) value zero.
77 flagged-new-count picture 9(6) value zero.
77 iter-compared picture 9(6) value zero.
77 old-iter-total picture 9(10) value zero.
77 new-iter-total picture 9(10) value zero.
77 old-iter-avg picture 9(4)v99 value zero.
77 new-iter-avg picture 9(4)v99 value zero.
77 iter-avg-change picture s9(4)v99 value zero.
*> the live copy of the record, seeded with the figures the
*> programs have always compiled in
77 cur-tolerance picture 9v9(9) value 0.000000001.
77 cur-retry-ceiling picture 9(4) value 5000.
77 cur-qa-tolerance picture 9v9(6) value 0.0001.
77 cur-page-limit picture 9(2) value 50.
77 cur-report-retain picture 9(3) value 90.
77 cur-expedite-premium picture 9v9(2) value 1.50.
*> a fractional value keyed as plain digits has to be laid over a
*> picture with the decimal point in the right place - an ordinary
*> alphanumeric move would read the digits as a whole number
01 frac6-entry.
    02 frac6-digits picture x(7).
01 frac6-entry-num redefines frac6-entry picture 9v9(6).
01 frac2-entry.
    02 frac2-digits picture x(3).
01 frac2-entry-num redefines frac2-entry picture 9v9(2).
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
    02 filler  picture x(1) value space.
    02 filler  picture x(4) value 'new '.
    02 lg-new  picture x(12).
*> what a parameter request carries: the record as the session
*> would leave it and the record as the session found it - the
*> fields that differ are the change
01 param-request-data.
    02 prd-proposed picture x(39).
    02 prd-found    picture x(39).
    02 filler       picture x(2).
01 param-image.
    02 pi-tolerance picture 9v9(9).
    02 filler picture x(1).
    02 pi-default-ceiling picture 9(4).
    02 filler picture x(1).
    02 pi-retry-ceiling picture 9(4).
    02 filler picture x(1).
    02 pi-qa-tolerance picture 9v9(6).
    02 filler picture x(1).
    02 pi-page-limit picture 9(2).
    02 filler picture x(1).
    02 pi-report-retain picture 9(3).
    02 filler picture x(1).
    02 pi-expedite-premium picture 9v9(2).
01 found-image.
    02 fi-tolerance picture 9v9(9).
    02 filler picture x(1).
    02 fi-default-ceiling picture 9(4).
    02 filler picture x(1).
    02 fi-retry-ceiling picture 9(4).
    02 filler picture x(1).
    02 fi-qa-tolerance picture 9v9(6).
    02 filler picture x(1).
    02 fi-page-limit picture 9(2).
    02 filler picture x(1).
    02 fi-report-retain picture 9(3).
    02 filler picture x(1).
    02 fi-expedite-premium picture 9v9(2).
01 approval-request.
    02 ar-number    picture 9(6).
    02 filler       picture x(1).
    02 ar-date      picture 9(8).
    02 filler       picture x(1).
    02 ar-time      picture 9(6).
    02 filler       picture x(1).
    02 ar-requester picture x(8).
    02 filler       picture x(1).
    02 ar-type      picture x(8).
    02 filler       picture x(1).
    02 ar-status    picture x(1).
    02 filler       picture x(1).
    02 ar-decider   picture x(8).
    02 filler       picture x(1).
    02 ar-decided   picture 9(8).
    02 filler       picture x(1).
    02 ar-detail    picture x(40).
    02 filler       picture x(1).
    02 ar-data      picture x(80).
01 queued-log.
    02 ql-date picture 9(8).
    02 filler  picture x(1) value space.
    02 ql-time picture 9(6).
    02 filler  picture x(1) value space.
    02 ql-oper picture x(8).
    02 filler  picture x(1) value space.
    02 filler  picture x(44) value
        'changes above queued for approval - request '.
    02 ql-number picture 9(6).
01 applied-log.
    02 al-date picture 9(8).
    02 filler  picture x(1) value space.
    02 al-time picture 9(6).
    02 filler  picture x(1) value space.
    02 al-oper picture x(8).
    02 filler  picture x(1) value space.
    02 filler  picture x(8) value 'request '.
    02 al-number picture 9(6).
    02 filler  picture x(11) value ' raised by '.
    02 al-requester picture x(8).
    02 filler  picture x(31) value
        ' approved - changes above saved'.
01 iter-chk-area.
    02 iter-chk picture x(4).
01 iter-chk-num redefines iter-chk-area picture 9(4).
01 dry-log-span.
    02 dls-date picture 9(8).
    02 filler   picture x(1) value space.
    02 dls-time picture 9(6).
    02 filler   picture x(1) value space.
    02 dls-oper picture x(8).
    02 filler   picture x(1) value space.
    02 filler   picture x(17) value 'dry run'.
    02 dls-from picture 9(8).
    02 filler   picture x(1) value '-'.
    02 dls-to   picture 9(8).
    02 filler   picture x(10) value ' replayed '.
    02 dls-replayed picture zzzzz9.
    02 filler   picture x(9) value ' changed '.
    02 dls-changed picture zzzzz9.
01 dry-log-result.
    02 dlr-date picture 9(8).
    02 filler   picture x(1) value space.
    02 dlr-time picture 9(6).
    02 filler   picture x(1) value space.
    02 dlr-oper picture x(8).
    02 filler   picture x(1) value space.
    02 filler   picture x(17) value 'dry run'.
    02 filler   picture x(8) value 'ceiling '.
    02 dlr-newly picture zzzzz9.
    02 filler   picture x(1) value '/'.
    02 dlr-cleared picture zzzzz9.
    02 filler   picture x(6) value ' iter '.
    02 dlr-iter picture -(4)9.99.
    02 filler   picture x(9) value ' qa flag '.
    02 dlr-flag-now picture zzzzz9.
    02 filler   picture x(1) value '/'.
    02 dlr-flag-new picture zzzzz9.
01 withdrawn-log.
    02 wl-date picture 9(8).
    02 filler  picture x(1) value space.
    02 wl-time picture 9(6).
    02 filler  picture x(1) value space.
    02 wl-oper picture x(8).
    02 filler  picture x(1) value space.
    02 filler  picture x(40) value
        'changes above withdrawn - not saved'.
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(26) value 'site parameter maintenance'.
01 dry-run-prompt.
    02 filler picture x(54) value
        'Dry run the change against the audit trail? (y/n): '.
01 save-prompt.
    02 filler picture x(30) value 'Save the change? (y/n): '.
01 from-prompt.
    02 filler picture x(40) value 'Replay from stamp date (yyyymmdd): '.
01 to-prompt.
    02 filler picture x(48) value
        'Replay to stamp date (yyyymmdd, blank = today): '.
01 dry-span-line.
    02 filler picture x(17) value 'dry run replayed '.
    02 dsl-count picture zzzzz9.
    02 filler picture x(15) value ' root(s) from '.
    02 dsl-from picture 9(8).
    02 filler picture x(4) value ' to '.
    02 dsl-to picture 9(8).
01 dry-count-line.
    02 filler picture x(2) value spaces.
    02 dcl-text picture x(40).
    02 dcl-count picture zzzzz9.
01 dry-iter-line.
    02 filler picture x(24) value '  average iterations:   '.
    02 dil-old picture zzz9.99.
    02 filler picture x(4) value ' to '.
    02 dil-new picture zzz9.99.
    02 filler picture x(2) value ' ('.
    02 dil-change picture -(4)9.99.
    02 filler picture x(1) value ')'.
01 show-tolerance.
    02 filler picture x(26) value '1. iteration tolerance    '.
    02 st-value picture 9.9(9).
01 show-page-limit.
    02 filler picture x(26) value '5. report page length     '.
    02 spl-value picture z9.
01 show-report-retain.
    02 filler picture x(26) value '6. report retention days  '.
    02 srr-value picture zz9.
01 show-expedite-premium.
    02 filler picture x(26) value '7. expedite premium       '.
    02 sep-value picture 9.99.
01 field-prompt.
    02 filler picture x(50) value
        'Change which field? (1-7, blank = done): '.
01 value-prompt.
    02 filler picture x(30) value 'New value: '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
linkage section.
01 parmCall.
    02 parmMode      picture x(1).
    02 parmNumber    picture 9(6).
    02 parmApprover  picture x(8).
    02 parmRequester picture x(8).
    02 parmData      picture x(80).
procedure division using parmCall.
    move 'n' to done-sw.
    move zero to change-count.
    move spaces to change-list.
    move 1 to change-ptr.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.

    if parmMode is equal to 'A'
        perform apply-approved-change
        close standard-output
        goback
    end-if.

    *> announce the run before doing any work - a start record
    *> with no matching finish is how the morning check spots a
    *> run that died

    perform get-run-oper.
    perform read-site-params.
    perform build-param-image.
    move param-image to prd-found.
    move cur-qa-tolerance to orig-qa-tolerance.
    move 'n' to replay-sw.
    move 'y' to keep-sw.
    perform maint-round until maint-done.
    if change-count is greater than zero
        *> the replay only means something for the figures exfun
        *> and sqrtqa work to - a page length change goes straight
        *> through
        if replay-worthwhile
            perform offer-dry-run
        end-if
        if change-kept
            perform queue-param-request
        else
            perform log-withdrawal
            display 'changes withdrawn - parameter record left as'
                ' it was.'
        end-if
    else
        display 'no changes made.'
    end-if.
    end-if.
    move 'parmaint  ' to rc-program.
    move 'i' to rc-mode.
    move replayed-count to rc-read.
    move change-count to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
            if sp-page-limit is numeric
                move sp-page-limit to cur-page-limit
            end-if
            *> a record cut before the retention field was added
            *> carries blanks there and keeps the 90 days
            if sp-report-retain is numeric
                move sp-report-retain to cur-report-retain
            end-if
            *> and one cut before the premium keeps the 1.50
            if sp-expedite-premium is numeric
                move sp-expedite-premium to cur-expedite-premium
            end-if
        end-if
        close site-params
    end-if.
    move cur-retry-ceiling to sp-retry-ceiling.
    move cur-qa-tolerance to sp-qa-tolerance.
    move cur-page-limit to sp-page-limit.
    move cur-report-retain to sp-report-retain.
    move cur-expedite-premium to sp-expedite-premium.
    write site-params-record.
    close site-params.

build-param-image.
    move spaces to param-image.
    move cur-tolerance to pi-tolerance.
    move cur-default-ceiling to pi-default-ceiling.
    move cur-retry-ceiling to pi-retry-ceiling.
    move cur-qa-tolerance to pi-qa-tolerance.
    move cur-page-limit to pi-page-limit.
    move cur-report-retain to pi-report-retain.
    move cur-expedite-premium to pi-expedite-premium.

queue-param-request.
    *> one supervisor cannot change the tuning figures alone - the
    *> change waits on the queue for a second one to approve
    perform build-param-image.
    move param-image to prd-proposed.
    move spaces to approval-request.
    move run-oper to ar-requester.
    move 'PARAM' to ar-type.
    move change-list to ar-detail.
    move param-request-data to ar-data.
    move 'Q' to appr-action.
    call "approvmgr" using appr-action, approval-request,
        appr-result.
    if appr-result is equal to 'D'
        perform write-site-params
        display 'parameter record rewritten - '
            change-count ' change(s), logged.'
    else
        perform log-queued-request
        display 'change queued for approval as request '
            ar-number ' - a second supervisor approves it from'
            ' the menu.'
    end-if.

log-queued-request.
    open extend param-log.
    if param-log-status is not equal to "00"
        open output param-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to ql-date.
    move run-time to ql-time.
    move run-oper to ql-oper.
    move ar-number to ql-number.
    write param-log-line from queued-log.
    close param-log.

apply-approved-change.
    *> only the fields the request changed are put over the record
    *> as it stands now - anything approved since the request was
    *> raised stays as it is
    move 'S' to rc-status.
    perform write-run-control.
    move parmApprover to run-oper.
    perform read-site-params.
    move parmData to param-request-data.
    move prd-proposed to param-image.
    move prd-found to found-image.
    if pi-tolerance is not equal to fi-tolerance
        move cur-tolerance to st-value
        move st-value to lg-old
        move pi-tolerance to cur-tolerance
        move cur-tolerance to st-value
        move st-value to lg-new
        move 'tolerance' to lg-field
        perform log-param-change
    end-if.
    if pi-default-ceiling is not equal to fi-default-ceiling
        move cur-default-ceiling to lg-old
        move pi-default-ceiling to cur-default-ceiling
        move cur-default-ceiling to lg-new
        move 'default ceiling' to lg-field
        perform log-param-change
    end-if.
    if pi-retry-ceiling is not equal to fi-retry-ceiling
        move cur-retry-ceiling to lg-old
        move pi-retry-ceiling to cur-retry-ceiling
        move cur-retry-ceiling to lg-new
        move 'retry ceiling' to lg-field
        perform log-param-change
    end-if.
    if pi-qa-tolerance is not equal to fi-qa-tolerance
        move cur-qa-tolerance to sqt-value
        move sqt-value to lg-old
        move pi-qa-tolerance to cur-qa-tolerance
        move cur-qa-tolerance to sqt-value
        move sqt-value to lg-new
        move 'qa tolerance' to lg-field
        perform log-param-change
    end-if.
    if pi-page-limit is not equal to fi-page-limit
        move cur-page-limit to lg-old
        move pi-page-limit to cur-page-limit
        move cur-page-limit to lg-new
        move 'page length' to lg-field
        perform log-param-change
    end-if.
    if pi-report-retain is not equal to fi-report-retain
        move cur-report-retain to lg-old
        move pi-report-retain to cur-report-retain
        move cur-report-retain to lg-new
        move 'report retention' to lg-field
        perform log-param-change
    end-if.
    if pi-expedite-premium is not equal to fi-expedite-premium
        move cur-expedite-premium to sep-value
        move sep-value to lg-old
        move pi-expedite-premium to cur-expedite-premium
        move cur-expedite-premium to sep-value
        move sep-value to lg-new
        move 'expedite premium' to lg-field
        perform log-param-change
    end-if.
    perform write-site-params.
    open extend param-log.
    if param-log-status is not equal to "00"
        open output param-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to al-date.
    move run-time to al-time.
    move run-oper to al-oper.
    move parmNumber to al-number.
    move parmRequester to al-requester.
    write param-log-line from applied-log.
    close param-log.
    write out-line from spaces.
    display 'parameter record rewritten - request ' parmNumber
        ' applied, ' change-count ' change(s) logged.'.
    move 'C' to rc-status.
    perform write-run-control.

maint-round.
    perform show-params.
    write out-line from field-prompt after advancing 1 line.
            perform change-qa-tolerance
        when "5"
            perform change-page-limit
        when "6"
            perform change-report-retain
        when "7"
            perform change-expedite-premium
        when other
            write out-line from user-tryagain
                after advancing 1 line
    write out-line from show-qa-tolerance after advancing 1 line.
    move cur-page-limit to spl-value.
    write out-line from show-page-limit after advancing 1 line.
    move cur-report-retain to srr-value.
    write out-line from show-report-retain after advancing 1 line.
    move cur-expedite-premium to sep-value.
    write out-line from show-expedite-premium after advancing 1 line.

get-new-value.
    *> values are keyed as plain digits with an assumed decimal
    move cur-tolerance to st-value.
    move st-value to lg-new.
    move 'tolerance' to lg-field.
    set replay-worthwhile to true.
    perform log-param-change.

change-default-ceiling.
    move userAns to cur-default-ceiling.
    move cur-default-ceiling to lg-new.
    move 'default ceiling' to lg-field.
    set replay-worthwhile to true.
    perform log-param-change.

change-retry-ceiling.
    move cur-qa-tolerance to sqt-value.
    move sqt-value to lg-new.
    move 'qa tolerance' to lg-field.
    set replay-worthwhile to true.
    perform log-param-change.

change-page-limit.
    move 'page length' to lg-field.
    perform log-param-change.

change-report-retain.
    perform get-new-value.
    move cur-report-retain to lg-old.
    move userAns to cur-report-retain.
    move cur-report-retain to lg-new.
    move 'report retention' to lg-field.
    perform log-param-change.

change-expedite-premium.
    display 'key 3 digits, first is the units digit'
        ' (150 = 1.50).'.
    perform get-new-value.
    move cur-expedite-premium to sep-value.
    move sep-value to lg-old.
    move value-chk(1:3) to frac2-digits.
    move frac2-entry-num to cur-expedite-premium.
    move cur-expedite-premium to sep-value.
    move sep-value to lg-new.
    move 'expedite premium' to lg-field.
    perform log-param-change.

log-param-change.
    add 1 to change-count.
    *> the field names changed make the request's description on
    *> the approvals screen
    if change-ptr is less than 40
        if change-ptr is greater than 1
            string ', ' delimited by size
                into change-list with pointer change-ptr
                on overflow continue
            end-string
        end-if
        string lg-field delimited by '  '
            into change-list with pointer change-ptr
            on overflow continue
        end-string
    end-if.
    open extend param-log.
    if param-log-status is not equal to "00"
        open output param-log
    move run-oper to lg-oper.
    write param-log-line from log-detail.
    close param-log.

offer-dry-run.
    write out-line from dry-run-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to 'y' or userAns is equal to 'Y'
        perform get-span-dates
        perform run-dry-run
        write out-line from save-prompt after advancing 1 line
        accept userAns
        if userAns is not equal to 'y' and userAns is not equal to 'Y'
            move 'n' to keep-sw
        end-if
    end-if.

get-span-dates.
    write out-line from from-prompt after advancing 1 line.
    accept userAns.
    if userAns(1:8) is not numeric
            or userAns(9:12) is not equal to spaces
        write out-line from user-tryagain after advancing 1 line
        perform get-span-dates
    else
        move userAns(1:8) to span-from
        perform get-span-to
    end-if.

get-span-to.
    write out-line from to-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to spaces
        accept span-to from date yyyymmdd
    else
        if userAns(1:8) is not numeric
                or userAns(9:12) is not equal to spaces
            write out-line from user-tryagain after advancing 1 line
            perform get-span-to
        else
            move userAns(1:8) to span-to
        end-if
    end-if.

run-dry-run.
    *> the trail must not move under the replay - the same lock
    *> sqrtqa takes to read it
    move zero to replayed-count.
    move zero to changed-count.
    move zero to newly-ceiling-count.
    move zero to cleared-count.
    move zero to flagged-now-count.
    move zero to flagged-new-count.
    move zero to iter-compared.
    move zero to old-iter-total.
    move zero to new-iter-total.
    move 'SQRT' to lock-name.
    move 'parmaint' to lock-holder.
    move 'T' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.
    if lock-result is equal to 'N'
        display 'SQRT lock refused - dry run not taken.'
    else
        perform replay-generations
        move 'AUDIT-LOG.DAT' to trail-file-name
        perform replay-one-log
        move 'R' to lock-action
        call "lockmgr" using lock-name, lock-action, lock-holder,
            lock-result
        perform show-dry-run
        perform log-dry-run
    end-if.

replay-generations.
    *> a generation rolled before the span opens cannot hold a
    *> record stamped inside it, and a second rollover on one day
    *> catalogues the same generation twice - it is read once
    move zero to last-gen-date.
    move 'n' to audit-cat-eof-sw.
    open input audit-cat.
    if audit-cat-status = "00"
        perform read-cat-record
        perform check-cat-record until audit-cat-eof
        close audit-cat
    end-if.

read-cat-record.
    read audit-cat
        at end set audit-cat-eof to true
    end-read.

check-cat-record.
    if cat-log is equal to 'AUDIT-LOG.DAT'
            and cat-date is not less than span-from
            and cat-date is not equal to last-gen-date
        move cat-date to last-gen-date
        move spaces to trail-file-name
        string 'AUDIT-GEN-' delimited by size
            cat-date delimited by size
            '.DAT' delimited by size
            into trail-file-name
        perform replay-one-log
    end-if.
    perform read-cat-record.

replay-one-log.
    move 'n' to trail-eof-sw.
    open input trail-in.
    if trail-in-status = "00"
        perform read-trail-record
        perform replay-trail-record until trail-eof
        close trail-in
    end-if.

read-trail-record.
    read trail-in
        at end set trail-eof to true
    end-read.

replay-trail-record.
    if tr-date is numeric
            and tr-date is not less than span-from
            and tr-date is not greater than span-to
        perform replay-one-root
    end-if.
    perform read-trail-record.

replay-one-root.
    *> the degree and iterations columns print zero-suppressed and
    *> were blank on records stamped before they existed - the
    *> same reading sqrtqa gives them
    move tr-in-z to rp-in-z.
    move tr-y to rp-old-y.
    move tr-degree to degree-chk.
    inspect degree-chk replacing all space by zero.
    if degree-chk is numeric
        move degree-chk to rp-degree
    else
        move zero to rp-degree
    end-if.
    if rp-degree is less than 2
        move 2 to rp-degree
    end-if.
    if rp-in-z is less than zero
        compute rp-magnitude = - rp-in-z
    else
        compute rp-magnitude = rp-in-z
    end-if.
    move rp-magnitude to rp-pos-z.
    move cur-default-ceiling to rp-max-iter.
    call "exfun" using rp-pos-z, rp-new-y, rp-iter, rp-max-iter,
        rp-degree, rp-conv, cur-tolerance.
    add 1 to replayed-count.

    if rp-new-y is not equal to rp-old-y
        add 1 to changed-count
    end-if.
    if tr-conv is equal to 'y' and rp-conv is equal to 'n'
        add 1 to newly-ceiling-count
    end-if.
    if tr-conv is equal to 'n' and rp-conv is equal to 'y'
        add 1 to cleared-count
    end-if.
    move tr-iter to iter-chk.
    inspect iter-chk replacing leading space by zero.
    if iter-chk is numeric
        add 1 to iter-compared
        add iter-chk-num to old-iter-total
        add rp-iter to new-iter-total
    end-if.

    *> what sqrtqa compares against, at the tolerance in force now
    *> for the logged answer and at the proposed one for the replay
    if rp-degree is equal to 2
        compute rp-expected rounded = function sqrt(rp-magnitude)
    else
        if rp-magnitude is equal to zero
            move zero to rp-expected
        else
            compute rp-expected rounded =
                function exp(function log(rp-magnitude) / rp-degree)
        end-if
    end-if.
    compute rp-diff = rp-expected - rp-old-y.
    if rp-diff is less than zero
        compute rp-diff = - rp-diff
    end-if.
    if rp-diff is greater than orig-qa-tolerance
        add 1 to flagged-now-count
    end-if.
    compute rp-diff = rp-expected - rp-new-y.
    if rp-diff is less than zero
        compute rp-diff = - rp-diff
    end-if.
    if rp-diff is greater than cur-qa-tolerance
        add 1 to flagged-new-count
    end-if.

show-dry-run.
    move zero to old-iter-avg.
    move zero to new-iter-avg.
    if iter-compared is greater than zero
        compute old-iter-avg rounded = old-iter-total / iter-compared
        compute new-iter-avg rounded = new-iter-total / iter-compared
    end-if.
    compute iter-avg-change = new-iter-avg - old-iter-avg.
    move replayed-count to dsl-count.
    move span-from to dsl-from.
    move span-to to dsl-to.
    write out-line from dry-span-line after advancing 2 lines.
    move 'roots whose value would change:' to dcl-text.
    move changed-count to dcl-count.
    write out-line from dry-count-line after advancing 1 line.
    move 'would newly hit the iteration ceiling:' to dcl-text.
    move newly-ceiling-count to dcl-count.
    write out-line from dry-count-line after advancing 1 line.
    move 'would no longer hit the ceiling:' to dcl-text.
    move cleared-count to dcl-count.
    write out-line from dry-count-line after advancing 1 line.
    move old-iter-avg to dil-old.
    move new-iter-avg to dil-new.
    move iter-avg-change to dil-change.
    write out-line from dry-iter-line after advancing 1 line.
    move 'sqrtqa flags on the figures as they are:' to dcl-text.
    move flagged-now-count to dcl-count.
    write out-line from dry-count-line after advancing 1 line.
    move 'sqrtqa would flag on the proposed ones:' to dcl-text.
    move flagged-new-count to dcl-count.
    write out-line from dry-count-line after advancing 1 line.

log-dry-run.
    *> logged straight after the change lines it was run for, so
    *> the log reads change - evidence - saved or withdrawn
    open extend param-log.
    if param-log-status is not equal to "00"
        open output param-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to dls-date.
    move run-time to dls-time.
    move run-oper to dls-oper.
    move span-from to dls-from.
    move span-to to dls-to.
    move replayed-count to dls-replayed.
    move changed-count to dls-changed.
    write param-log-line from dry-log-span.
    move run-date to dlr-date.
    move run-time to dlr-time.
    move run-oper to dlr-oper.
    move newly-ceiling-count to dlr-newly.
    move cleared-count to dlr-cleared.
    move iter-avg-change to dlr-iter.
    move flagged-now-count to dlr-flag-now.
    move flagged-new-count to dlr-flag-new.
    write param-log-line from dry-log-result.
    close param-log.

log-withdrawal.
    open extend param-log.
    if param-log-status is not equal to "00"
        open output param-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to wl-date.
    move run-time to wl-time.
    move run-oper to wl-oper.
    write param-log-line from withdrawn-log.
    close param-log.
