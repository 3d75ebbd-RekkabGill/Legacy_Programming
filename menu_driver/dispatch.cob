*> Batch dispatcher for the combined overnight transaction file.
*> How to Compile:
*>   cobc -x -free -Wall -o dispatch dispatch.cob lockmgr.cob \
*>       ../babylonian_square_roots_cobol/exfun.cob \
*>       ../babylonian_square_roots_cobol/audchk.cob
*> How to use: the departments submit one COMBINED-IN.DAT instead of
*> separate TRANS-IN.DAT and MULT-INPUT.DAT drops. Each record leads
*> with a transaction-type code - 'S' for a square root (the same
*>   silently truncated, and the end-of-run rewrite is skipped in
*>   that state so the records beyond the table are not deleted -
*>   trimming the master is rootmnt's job, under an operator.
*> - every root and product audit record now carries the trail's
*>   running check value just past its data (roots columns 95-100,
*>   products 143-148), folded by audchk and carried across runs on
*>   AUDIT-SEQ.DAT / MULT-SEQ.DAT beside the sequence number, the
*>   same as the calculators stamp it - audver proves the chain.
*> - exfun now takes a trial tolerance after the converged flag;
*>   the roots pass zero, which keeps the site figure off
*>   SITE-PARAMS.DAT exactly as before.
*> - every root audit record now says where its root came from in
*>   column 89, beside the converged flag, the way the sqrt batch
*>   stamps it: C worked out by exfun, L served from the root
*>   master.

identification division.
program-id. dispatch.
         02 ctl-seq  picture 9(6).
         02 filler   picture x(1).
         02 ctl-date picture 9(8).
         02 filler   picture x(1).
         02 ctl-check picture x(6).
fd root-master.
     01 root-master-record.
         02 rm-in-z picture s9(10)v9(6) sign leading separate.
         02 m-ctl-seq  picture 9(6).
         02 filler     picture x(1).
         02 m-ctl-date picture 9(8).
         02 filler     picture x(1).
         02 m-ctl-check picture x(6).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
77 m-audit-status picture x(2).
77 m-ctl-status picture x(2).
77 m-audit-seq picture 9(6) value zero.
77 m-audit-check picture 9(6) value zero.
77 m-audit-eof-sw picture x(1) value 'n'.
    88 m-audit-eof value 'y'.
77 audit-status picture x(2).
77 master-status picture x(2).
77 signon-id-status picture x(2).
77 audit-seq picture 9(6) value zero.
77 audit-check picture 9(6) value zero.
77 chk-text picture x(150).
77 chk-length picture 9(3).
77 audit-eof-sw picture x(1) value 'n'.
    88 audit-eof value 'y'.
77 master-eof-sw picture x(1) value 'n'.
        03 rmt-last-used picture 9(8).
01 audit-scan-work.
    02 asw-seq picture zzzzz9.
    02 filler  picture x(88).
    02 asw-check picture x(6).
01 m-audit-scan-work.
    02 masw-seq picture zzzzz9.
    02 filler   picture x(136).
    02 masw-check picture x(6).
    02 filler   picture x(2).
01 m-audit-detail.
    02 maud-seq  picture zzzzz9.
    02 filler    picture x(2) value spaces.
    02 maud-flag picture x(1).
    02 filler    picture x(2) value spaces.
    02 maud-dept picture x(3).
    02 filler    picture x(1) value spaces.
    02 maud-check picture 9(6).
01 audit-detail.
    02 aud-seq  picture zzzzz9.
    02 filler   picture x(2) value spaces.
    02 aud-iter picture zzz9.
    02 filler   picture x(2) value spaces.
    02 aud-conv picture x(1).
    02 aud-source picture x(1).
    02 filler   picture x(1) value spaces.
    02 aud-dept picture x(3).
    02 filler   picture x(1) value spaces.
    02 aud-check picture 9(6).
77 combined-in-status picture x(2).
77 combined-rep-status picture x(2).
77 run-ctl-status picture x(2).
77 max-iter picture 9(4) value zero.
77 root-degree picture 9(2).
77 conv-flag picture x(1) value 'y'.
*> zero - the calculations run on the site tolerance
77 site-tolerance picture 9v9(9) value zero.
*> where the root on the audit line came from: 'C' worked out by
*> exfun, 'L' served from the root master
77 calc-source picture x(1) value 'C'.
77 parity-q picture 9(2).
77 parity-r picture 9(1).
77 firstInt  picture 9(20).
    *> it, with the last-record rescan as the fallback for a site
    *> that has no control record yet
    move zero to audit-seq.
    move zero to audit-check.
    open input audit-ctl.
    if audit-ctl-status = "00"
        read audit-ctl
        if audit-ctl-status = "00"
            move ctl-seq to audit-seq
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
    move sp-dept to aud-dept.
    move audit-detail to chk-text.
    move 93 to chk-length.
    call "audchk" using chk-text, chk-length, audit-check.
    move audit-check to aud-check.
    write audit-line from audit-detail.
    perform write-audit-ctl.

    *> runs and programs, with the last-record rescan as the
    *> fallback for a site that has no control record yet
    move zero to m-audit-seq.
    move zero to m-audit-check.
    open input mult-ctl.
    if m-ctl-status = "00"
        read mult-ctl
        if m-ctl-status = "00"
            move m-ctl-seq to m-audit-seq
            if m-ctl-check is numeric
                move m-ctl-check to m-audit-check
            end-if
        end-if
        close mult-ctl
    end-if.
    move m-audit-seq to m-ctl-seq.
    accept run-date from date yyyymmdd.
    move run-date to m-ctl-date.
    move m-audit-check to m-ctl-check.
    write mult-ctl-record.
    close mult-ctl.

        not at end
            move mult-audit-line to m-audit-scan-work
            move masw-seq to m-audit-seq
            if masw-check is numeric
                move masw-check to m-audit-check
            else
                move zero to m-audit-check
            end-if
    end-read.

write-mult-audit.
        end-if
    end-if.
    move mp-dept to maud-dept.
    move m-audit-detail to chk-text.
    move 141 to chk-length.
    call "audchk" using chk-text, chk-length, m-audit-check.
    move m-audit-check to maud-check.
    write mult-audit-line from m-audit-detail.
    perform write-mult-audit-ctl.

            perform find-root-master
            if lookup-hit
                move 'y' to conv-flag
                move 'L' to calc-source
            else
                call "exfun" using in-z, y, iter-count, max-iter,
                    root-degree, conv-flag, site-tolerance
                perform add-root-master
            end-if
            move space to sd-imag
            perform find-root-master
            if lookup-hit
                move 'y' to conv-flag
                move 'L' to calc-source
            else
                call "exfun" using pos-z, y, iter-count, max-iter,
                    root-degree, conv-flag, site-tolerance
                perform add-root-master
            end-if
            divide root-degree by 2 giving parity-q
