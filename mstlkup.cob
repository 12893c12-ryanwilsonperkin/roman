*>               archive office maintains for the number (spaces on
*>               a miss), so callers can carry it onto their output
*>               instead of a second manual lookup pass
*>               mst-status 'RT' is a number that was issued and has
*>               since been retired: the record is kept (with its
*>               description) so a withdrawn number can be told apart
*>               from one that was never issued at all
*>   mst-op 'C'  close the catalog
*> Any other mst-status value is the file status of a failed open/
*> read/close, passed through for the caller to report.
    01 master-record.
       02 mst-key picture 9(7).
       02 mst-description picture x(33).
*>     Issue status (A issued, R retired), the date the current
*>     description took effect, and the date the number was retired
*>     (spaces while it is still issued). Maintained by mstmaint.
       02 mst-number-status picture x(1).
          88 mst-number-retired value 'R'.
       02 mst-effective-date picture x(8).
       02 mst-retired-date picture x(8).

working-storage section.
01  mst-file picture x(64).
        read master-catalog
            invalid key move '23' to mst-status
            not invalid key
                if mst-number-retired
                    move 'RT' to mst-status
                else
                    move '00' to mst-status
                end-if
                move mst-description to mst-desc
        end-read.
        if mst-file-status is not equal to '00'
