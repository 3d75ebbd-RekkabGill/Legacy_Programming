*>   calculators now stamp, so a coded line reads back as one
*>   record instead of splitting into a truncated one plus a
*>   phantom remainder fed to the matcher.
*> - the audit record view runs the full 100 columns now that the
*>   trail carries a check value past the department code - a
*>   shorter view splits each line in two on the read.
*> - the site parameter record view runs to the record's full
*>   width now that it carries the report retention field past the
*>   page length - a shorter view would read the record short and
*>   fall back to the compiled-in figures.
*> - the site parameter record view runs to the record's full
*>   width again now that the expedite premium follows the report
*>   retention field.

identification division.
program-id. qarecon.
         02 ain-conv picture x(1).
         02 filler   picture x(2).
         02 ain-dept picture x(3).
         02 filler   picture x(7).
fd recon-report.
     01 recon-line picture x(100).
fd site-params.
         02 sp-qa-tolerance picture 9v9(6).
         02 filler picture x(1).
         02 sp-page-limit picture 9(2).
         02 filler picture x(8).
working-storage section.
77 params-status picture x(2).
77 qa-in-status picture x(2).
