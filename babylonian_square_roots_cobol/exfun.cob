*>   (0.000000001 and 1000) only apply when there is no parameter
*>   file on disk, so tuning the iteration stops being a
*>   source-code change.
*> - a trial tolerance can now be handed in through trialTolerance,
*>   overriding the site figure for that call only, so parmaint can
*>   replay the audit trail under a proposed tolerance before the
*>   change is saved. a caller that passes zero still gets the site
*>   tolerance, the same way a zero maxIter gets the site ceiling.
*> - the site parameter record view runs to the record's full
*>   width now that it carries the report retention field past the
*>   page length - a shorter view would read the record short and
*>   fall back to the compiled-in figures.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. exfun.
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
working-storage section.
77 params-status picture x(2).
77 params-loaded-sw picture x(1) value 'n'.
77 temp picture S9(11)v9(6).
77 diff picture s9(11)v9(9).
77 tolerance picture 9v9(9) value 0.000000001.
77 pass-tolerance picture 9v9(9).
77 converged-sw picture x(1) value 'n'.
    88 converged value 'y'.
77 n    picture 9(2).
77 maxIter picture 9(4).
77 rootDegree picture 9(2).
77 convergedFlag picture x(1).
77 trialTolerance picture 9v9(9).

procedure division using inpZ, yVar, iterCount, maxIter, rootDegree,
    convergedFlag, trialTolerance.

*> calculations for the nth root:
s1.
        move default-ceiling to maxIter
    end-if.

    if trialTolerance is greater than zero
        move trialTolerance to pass-tolerance
    else
        move tolerance to pass-tolerance
    end-if.

    if rootDegree is less than 2
        move 2 to n
    else
        compute diff = - diff
    end-if.

    if diff is less than pass-tolerance
        set converged to true
    end-if.

