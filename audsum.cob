identification division.
program-id. audsum.

*> Audit-trail control totals: rolls one audit row into a set of
*> running totals for its day - the row count, the sum of aud-result,
*> and a check total over the row's contents. Owned here so the
*> translator (which records a day's totals as it writes the rows),
*> audmaint (which proves the rows arrived in the archive intact at
*> rollover), and audverf (which recomputes them on demand) all add a
*> row up exactly the same way.
*> The check total runs over every byte of the row up to its last
*> non-blank character, chained from row to row in the order the rows
*> are read, so an edited character, a removed or inserted row, or two
*> rows swapped all change it. Call interface:
*>   sum-row     the audit row (shorter rows padded with spaces)
*>   sum-totals  the running totals to roll it into; the caller sets
*>               them to zero (or to a prior control) before the
*>               first row of a day

data division.
working-storage section.
*> The row, seen through the audit-line layout for its result.
01  sum-audit-line.
    02 filler picture x(54).
    02 sum-aud-result picture s9(7) sign is leading separate.
    02 filler picture x(70).

77  sum-row-len picture s9(4) usage is computational.
77  sum-byte-i picture s9(4) usage is computational.
77  sum-check-work picture s9(12) usage is computational.

*> Modulus the check total is kept under (the largest prime that
*> fits a signed fullword).
77  sum-check-modulus picture s9(10) usage is computational
    value 2147483647.

linkage section.
01  sum-row picture x(132).
01  sum-totals.
    02 sum-count picture 9(9) usage is computational.
    02 sum-result picture s9(15) usage is computational.
    02 sum-check picture 9(10) usage is computational.

procedure division using sum-row, sum-totals.
        add 1 to sum-count.
        move sum-row to sum-audit-line.
        if sum-aud-result is numeric
            add sum-aud-result to sum-result
        end-if.
        move 0 to sum-row-len.
        inspect function reverse(sum-row)
            tallying sum-row-len for leading spaces.
        compute sum-row-len = 132 - sum-row-len.
        move sum-check to sum-check-work.
        perform varying sum-byte-i from 1 by 1
                until sum-byte-i is greater than sum-row-len
            compute sum-check-work = function mod(
                sum-check-work * 31 + function ord(sum-row(sum-byte-i:1)),
                sum-check-modulus)
        end-perform.
*>      A row boundary mark, so moving characters from the end of one
*>      row to the start of the next changes the total too.
        compute sum-check-work = function mod(
            sum-check-work * 31 + 1, sum-check-modulus).
        move sum-check-work to sum-check.
        goback.
