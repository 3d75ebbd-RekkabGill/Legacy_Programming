*>   calculators now stamp, so a coded line reads back as one
*>   record instead of splitting into a truncated one plus a
*>   phantom remainder that counted twice.
*> - the audit record view runs the full 100 columns now that the
*>   trail carries a check value past the department code - a
*>   shorter view splits each line in two on the read.

identification division.
program-id. iterprof.
         02 ain-conv picture x(1).
         02 filler   picture x(2).
         02 ain-dept picture x(3).
         02 filler   picture x(7).
fd profile-report.
     01 profile-line picture x(100).
working-storage section.
