*>   first-value zone is not numeric is passed over instead of
*>   de-edited into a bogus all-zero row that pads the TRAILER
*>   count finance relies on.
*> - the audit record view runs the full 100 columns of the
*>   trail's line (department code and check value included) - a
*>   shorter view splits each line in two on the read and the
*>   tail came through as a bogus extract row.

identification division.
program-id. extract.
         02 ain-iter picture x(4).
         02 filler   picture x(2).
         02 ain-conv picture x(1).
         02 filler   picture x(12).
fd audit-csv.
     01 audit-csv-line picture x(160).
fd mult-in.
