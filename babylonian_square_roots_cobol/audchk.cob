*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: audchk.cob
*> Running check value over the calculation audit trails.
*> How to Compile: cobc -m -free -Wall audchk.cob
*> How to use: CALLed, never run. Every program that appends to an
*> audit trail (sqrtbabyex and dispatch on AUDIT-LOG.DAT, a4 and
*> dispatch on MULT-AUDIT.DAT, peasdiv on DIV-AUDIT.DAT) hands it the
*> finished audit line, the number of characters the line's data
*> runs to, and the trail's check value as it stood after the
*> previous record; the new check value comes back in the same
*> field and is stamped on the record just past its data. The value
*> folds every character of the line into the one before it, so a
*> figure altered by hand fails its own record's check and a
*> record deleted or re-stamped to cover the alteration fails the
*> next one - audver walks the trails and proves the chain. A
*> record that went out before the stamping started has blanks
*> there; the record after it is folded from zero.
*>
*> modifications:
*> (none yet)

identification division.
program-id. audchk.
data division.
working-storage section.
77 chk-sub picture 9(3).
77 chk-work picture 9(12).
linkage section.
77 chkText picture x(150).
77 chkLength picture 9(3).
77 chkValue picture 9(6).
procedure division using chkText, chkLength, chkValue.

c1.
    *> 999983 is the largest prime under a million, so the value
    *> fills the six columns it is stamped in without favouring any
    *> of them
    if chkValue is numeric
        move chkValue to chk-work
    else
        move zero to chk-work
    end-if.
    perform fold-one-character
        varying chk-sub from 1 by 1
        until chk-sub is greater than chkLength
            or chk-sub is greater than 150.
    move chk-work to chkValue.
    goback.

fold-one-character.
    compute chk-work = function mod(chk-work * 31
        + function ord(chkText(chk-sub:1)), 999983).
