identification division.
program-id. mstrecon.

*> Master catalog reconciliation against the archive office's full
*> snapshot of its register. mstmaint only ever applies deltas, so a
*> lost extract, or one applied twice, leaves the catalog drifting
*> from the register with nothing to say so. Each quarter the archive
*> office sends every issued number with its description; this run
*> compares the snapshot with the catalog key by key - both are read
*> in ascending key order and matched as they go - and reports:
*>   MISSING   on the register, not on our catalog;
*>   EXTRA     issued on our catalog, not on the register;
*>   DESC      on both, but the descriptions differ;
*>   RETIRED   on the register, but retired on our catalog - a
*>             retired number cannot be reissued, so this one is for
*>             the archive office and us to settle by hand.
*> A retired number the register no longer lists is in agreement.
*> The differences are also written as a corrective extract in
*> mstmaint's extract layout - an A for each missing number, an R for
*> each extra one, a C carrying the register's description for each
*> mismatch - so that, once reviewed (and edited if need be), the fix
*> goes onto the catalog through mstmaint's normal batch load, logged
*> and with history, like any other extract. Nothing here writes to
*> the catalog.
*> Snapshot record layout (one issued number per line, in ascending
*> number order):
*>   col 1-7    archival number (decimal key, 7 digits)
*>   col 9-41   description
*> A snapshot line whose number isn't numeric, or repeats the line
*> before, is reported and skipped. A number lower than the one before
*> means the snapshot isn't in order and nothing after it can be
*> matched: the run is abandoned and the corrective extract removed,
*> so a partial extract can never be applied.
*> Dataset names and their overrides:
*>   catalog     MASTER.DAT     ROMAN_MASTER_FILE
*>   snapshot    MSTSNAP.DAT    ROMAN_MASTER_SNAPSHOT
*>   report      MSTRECON.DAT   ROMAN_MASTER_RECON_REPORT
*>   corrective  MSTCORR.DAT    ROMAN_MASTER_CORRECTION
*> Returns 0 when the catalog agrees with the register, 4 when there
*> are differences or skipped snapshot lines (the report and extract
*> list them), 16 when a dataset fails to open or the snapshot is out
*> of order.

environment division.
input-output section.
file-control.
    select master-catalog assign to dynamic ws-master-file
        organization is indexed
        access mode is sequential
        record key is mst-key
        file status is ws-master-status.
    select snapshot-file assign to dynamic ws-snapshot-file
        organization is line sequential
        file status is ws-snapshot-status.
    select report-file assign to dynamic ws-report-file
        organization is line sequential
        file status is ws-report-status.
    select correction-file assign to dynamic ws-correction-file
        organization is line sequential
        file status is ws-correction-status.

data division.
file section.
fd master-catalog.
    01 master-record.
       02 mst-key picture 9(7).
       02 mst-description picture x(33).
       02 mst-number-status picture x(1).
          88 mst-number-retired value 'R'.
       02 mst-effective-date picture x(8).
       02 mst-retired-date picture x(8).
fd snapshot-file.
    01 snapshot-record picture x(80).
fd report-file.
    01 report-record picture x(80).
fd correction-file.
    01 correction-record picture x(80).

working-storage section.
01  ws-master-file picture x(64) value 'MASTER.DAT'.
01  ws-master-status picture x(2).
01  ws-snapshot-file picture x(64) value 'MSTSNAP.DAT'.
01  ws-snapshot-status picture x(2).
01  ws-report-file picture x(64) value 'MSTRECON.DAT'.
01  ws-report-status picture x(2).
01  ws-correction-file picture x(64) value 'MSTCORR.DAT'.
01  ws-correction-status picture x(2).
77  ws-delete-status picture 9(4) usage is computational value 0.

77  ws-return-code picture 9(2) value 0.
77  ws-master-eof picture 9 value 0.
77  ws-snapshot-eof picture 9 value 0.
77  ws-snapshot-ready picture 9 value 0.
77  ws-out-of-order picture 9 value 0.
01  ws-run-date picture x(8).

*> The current key on each side of the match. Past its end a side's
*> key is set above any archival number, so the other side's
*> remaining records all fall out as unmatched.
77  ws-master-current picture 9(8) value 0.
77  ws-snapshot-current picture 9(8) value 0.
77  ws-snapshot-previous picture 9(8) value 0.
77  ws-high-key picture 9(8) value 99999999.

*> Image of one snapshot line, as the archive office sends it.
01  snapshot-line.
    02 snp-key picture x(7).
    02 filler picture x(1).
    02 snp-description picture x(33).

*> The snapshot record being matched, once it has passed its checks.
01  ws-snapshot-description picture x(33).

*> Image of one corrective extract line - mstmaint's extract layout.
01  extract-line.
    02 ext-action picture x(1).
    02 filler picture x(1) value space.
    02 ext-key picture 9(7).
    02 filler picture x(1) value space.
    02 ext-description picture x(33).

01  ws-counts.
    02 ws-count-catalog picture 9(7) value 0.
    02 ws-count-snapshot picture 9(7) value 0.
    02 ws-count-agreed picture 9(7) value 0.
    02 ws-count-missing picture 9(7) value 0.
    02 ws-count-extra picture 9(7) value 0.
    02 ws-count-desc picture 9(7) value 0.
    02 ws-count-retired picture 9(7) value 0.
    02 ws-count-retired-agreed picture 9(7) value 0.
    02 ws-count-skipped picture 9(7) value 0.
    02 ws-count-corrections picture 9(7) value 0.

01  ws-report-line picture x(80).

01  report-title-line.
    02 filler picture x(37) value
       'Master Catalog Reconciliation Report'.

01  report-title-underline.
    02 filler picture x(36) value
       '------------------------------------'.

01  report-run-line.
    02 filler picture x(10) value 'Run date: '.
    02 rpt-run-date picture x(8).
    02 filler picture x(12) value '  Snapshot: '.
    02 rpt-snapshot picture x(44).

01  difference-line.
    02 dfl-tag picture x(9).
    02 dfl-key picture 9(7).
    02 filler picture x(1) value space.
    02 dfl-description picture x(33).

01  register-desc-line.
    02 filler picture x(14) value '    register: '.
    02 rdl-description picture x(33).

01  catalog-desc-line.
    02 filler picture x(14) value '    catalog:  '.
    02 cdl-description picture x(33).

01  retired-date-line.
    02 filler picture x(21) value '    retired here on: '.
    02 rtl-date picture x(8).

01  skipped-line.
    02 filler picture x(9) value 'SKIPPED  '.
    02 skl-key picture x(7).
    02 filler picture x(1) value space.
    02 skl-why picture x(40).

01  out-of-order-line.
    02 filler picture x(28) value '** snapshot out of order at '.
    02 ool-key picture 9(7).
    02 filler picture x(29) value ' - reconciliation abandoned, '.
    02 filler picture x(15) value 'no extract kept'.

01  none-line.
    02 filler picture x(41) value
       'No differences - catalog agrees with the '.
    02 filler picture x(8) value 'register'.

01  counts-line-1.
    02 filler picture x(11) value 'Catalog:   '.
    02 cnt-catalog picture zzzzzz9.
    02 filler picture x(11) value '  Snapshot:'.
    02 cnt-snapshot picture zzzzzz9.
    02 filler picture x(11) value '  Agreed:  '.
    02 cnt-agreed picture zzzzzz9.

01  counts-line-2.
    02 filler picture x(11) value 'Missing:   '.
    02 cnt-missing picture zzzzzz9.
    02 filler picture x(11) value '  Extra:   '.
    02 cnt-extra picture zzzzzz9.
    02 filler picture x(11) value '  Desc:    '.
    02 cnt-desc picture zzzzzz9.

01  counts-line-3.
    02 filler picture x(11) value 'Retired:   '.
    02 cnt-retired picture zzzzzz9.
    02 filler picture x(11) value '  Skipped: '.
    02 cnt-skipped picture zzzzzz9.
    02 filler picture x(11) value '  Extract: '.
    02 cnt-corrections picture zzzzzz9.

01  counts-line-4.
    02 filler picture x(33) value
       'Retired, off register (agreed):  '.
    02 cnt-retired-agreed picture zzzzzz9.

procedure division.
        accept ws-master-file from environment 'ROMAN_MASTER_FILE'
            on exception move 'MASTER.DAT' to ws-master-file
        end-accept.
        accept ws-snapshot-file from environment 'ROMAN_MASTER_SNAPSHOT'
            on exception move 'MSTSNAP.DAT' to ws-snapshot-file
        end-accept.
        accept ws-report-file from environment
                'ROMAN_MASTER_RECON_REPORT'
            on exception move 'MSTRECON.DAT' to ws-report-file
        end-accept.
        accept ws-correction-file from environment
                'ROMAN_MASTER_CORRECTION'
            on exception move 'MSTCORR.DAT' to ws-correction-file
        end-accept.
        move function current-date(1:8) to ws-run-date.
        perform open-datasets.
        perform write-report-title.
        perform read-master-next.
        perform read-snapshot-next.
        perform match-one-key
            until (ws-master-eof is equal 1
                and ws-snapshot-eof is equal 1)
                or ws-out-of-order is equal 1.
        if ws-out-of-order is equal 1
            move ws-snapshot-current to ool-key
            move out-of-order-line to ws-report-line
            perform write-report-line
            display 'MSTRECON: snapshot ' function trim(ws-snapshot-file)
                ' is not in number order at ' ool-key
                ' - reconciliation abandoned'
            close master-catalog
            close snapshot-file
            close correction-file
            call 'CBL_DELETE_FILE' using ws-correction-file
                returning ws-delete-status
            close report-file
            stop run returning 16
        end-if.
        perform write-report-totals.
        close master-catalog.
        close snapshot-file.
        close correction-file.
        close report-file.
        if ws-count-missing is greater than 0
                or ws-count-extra is greater than 0
                or ws-count-desc is greater than 0
                or ws-count-retired is greater than 0
                or ws-count-skipped is greater than 0
            move 4 to ws-return-code
        end-if.
        stop run returning ws-return-code.

*> Open everything the run needs; any failure ends it before a line
*> of report or extract is written.
open-datasets.
        open input master-catalog.
        if ws-master-status is not equal to '00'
            display 'MSTRECON: cannot open master catalog '
                function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
            stop run returning 16
        end-if.
        open input snapshot-file.
        if ws-snapshot-status is not equal to '00'
            display 'MSTRECON: cannot open snapshot '
                function trim(ws-snapshot-file)
                ' (file status ' ws-snapshot-status ')'
            close master-catalog
            stop run returning 16
        end-if.
        open output report-file.
        if ws-report-status is not equal to '00'
            display 'MSTRECON: cannot open report file '
                function trim(ws-report-file)
                ' (file status ' ws-report-status ')'
            close master-catalog
            close snapshot-file
            stop run returning 16
        end-if.
        open output correction-file.
        if ws-correction-status is not equal to '00'
            display 'MSTRECON: cannot open corrective extract '
                function trim(ws-correction-file)
                ' (file status ' ws-correction-status ')'
            close master-catalog
            close snapshot-file
            close report-file
            stop run returning 16
        end-if.

*> Match the lower of the two current keys: a catalog key below the
*> snapshot's is not on the register, a snapshot key below the
*> catalog's is not on the catalog, equal keys are compared.
match-one-key.
        evaluate true
            when ws-master-current is less than ws-snapshot-current
                perform catalog-only
                perform read-master-next
            when ws-snapshot-current is less than ws-master-current
                perform snapshot-only
                perform read-snapshot-next
            when other
                perform compare-both
                perform read-master-next
                perform read-snapshot-next
        end-evaluate.

*> On the catalog, not on the register: an issued number is extra and
*> is retired by the corrective extract; a retired one agrees.
catalog-only.
        if mst-number-retired
            add 1 to ws-count-retired-agreed
            exit paragraph
        end-if.
        add 1 to ws-count-extra.
        move 'EXTRA    ' to dfl-tag.
        move mst-key to dfl-key.
        move mst-description to dfl-description.
        move difference-line to ws-report-line.
        perform write-report-line.
        move 'R' to ext-action.
        move mst-key to ext-key.
        move mst-description to ext-description.
        perform write-correction.

*> On the register, not on the catalog: added by the corrective
*> extract with the register's description.
snapshot-only.
        add 1 to ws-count-missing.
        move 'MISSING  ' to dfl-tag.
        move ws-snapshot-current to dfl-key.
        move ws-snapshot-description to dfl-description.
        move difference-line to ws-report-line.
        perform write-report-line.
        move 'A' to ext-action.
        move ws-snapshot-current to ext-key.
        move ws-snapshot-description to ext-description.
        perform write-correction.

*> On both: a number we retired that the register still issues is
*> reported for review only; otherwise a differing description is
*> changed to the register's by the corrective extract.
compare-both.
        if mst-number-retired
            add 1 to ws-count-retired
            move 'RETIRED  ' to dfl-tag
            move mst-key to dfl-key
            move ws-snapshot-description to dfl-description
            move difference-line to ws-report-line
            perform write-report-line
            move mst-retired-date to rtl-date
            move retired-date-line to ws-report-line
            perform write-report-line
            exit paragraph
        end-if.
        if mst-description is equal to ws-snapshot-description
            add 1 to ws-count-agreed
            exit paragraph
        end-if.
        add 1 to ws-count-desc.
        move 'DESC     ' to dfl-tag.
        move mst-key to dfl-key.
        move spaces to dfl-description.
        move difference-line to ws-report-line.
        perform write-report-line.
        move ws-snapshot-description to rdl-description.
        move register-desc-line to ws-report-line.
        perform write-report-line.
        move mst-description to cdl-description.
        move catalog-desc-line to ws-report-line.
        perform write-report-line.
        move 'C' to ext-action.
        move mst-key to ext-key.
        move ws-snapshot-description to ext-description.
        perform write-correction.

*> Read the next catalog record, in key order.
read-master-next.
        if ws-master-eof is equal 1
            exit paragraph
        end-if.
        read master-catalog next record
            at end
                move 1 to ws-master-eof
                move ws-high-key to ws-master-current
            not at end
                add 1 to ws-count-catalog
                move mst-key to ws-master-current
        end-read.

*> Read on to the next snapshot line that can be matched, reporting
*> and skipping the ones that can't; a number below the one before
*> stops the run.
read-snapshot-next.
        move 0 to ws-snapshot-ready.
        perform read-one-snapshot
            until ws-snapshot-ready is equal 1
                or ws-snapshot-eof is equal 1
                or ws-out-of-order is equal 1.

read-one-snapshot.
        move spaces to snapshot-line.
        read snapshot-file into snapshot-line
            at end
                move 1 to ws-snapshot-eof
                move ws-high-key to ws-snapshot-current
                exit paragraph
        end-read.
        add 1 to ws-count-snapshot.
        if snp-key is not numeric
            move 'archival number not numeric' to skl-why
            perform skip-snapshot-line
            exit paragraph
        end-if.
        move snp-key to ws-snapshot-current.
        if ws-snapshot-current is equal to ws-snapshot-previous
            move 'number repeated - first line kept' to skl-why
            perform skip-snapshot-line
            exit paragraph
        end-if.
        if ws-snapshot-current is less than ws-snapshot-previous
            move 1 to ws-out-of-order
            exit paragraph
        end-if.
        move ws-snapshot-current to ws-snapshot-previous.
        move snp-description to ws-snapshot-description.
        move 1 to ws-snapshot-ready.

*> Report one snapshot line that cannot be matched, and count it.
skip-snapshot-line.
        move snp-key to skl-key.
        move skipped-line to ws-report-line.
        perform write-report-line.
        add 1 to ws-count-skipped.

*> Write one corrective extract line and count it.
write-correction.
        write correction-record from extract-line.
        add 1 to ws-count-corrections.

*> Write the report title block.
write-report-title.
        move report-title-line to ws-report-line.
        perform write-report-line.
        move report-title-underline to ws-report-line.
        perform write-report-line.
        move ws-run-date to rpt-run-date.
        move ws-snapshot-file to rpt-snapshot.
        move report-run-line to ws-report-line.
        perform write-report-line.
        move spaces to ws-report-line.
        perform write-report-line.

*> Close the report with the counts on each side and of each kind of
*> difference.
write-report-totals.
        if ws-count-missing is equal 0 and ws-count-extra is equal 0
                and ws-count-desc is equal 0
                and ws-count-retired is equal 0
            move none-line to ws-report-line
            perform write-report-line
        end-if.
        move spaces to ws-report-line.
        perform write-report-line.
        move ws-count-catalog to cnt-catalog.
        move ws-count-snapshot to cnt-snapshot.
        move ws-count-agreed to cnt-agreed.
        move counts-line-1 to ws-report-line.
        perform write-report-line.
        move ws-count-missing to cnt-missing.
        move ws-count-extra to cnt-extra.
        move ws-count-desc to cnt-desc.
        move counts-line-2 to ws-report-line.
        perform write-report-line.
        move ws-count-retired to cnt-retired.
        move ws-count-skipped to cnt-skipped.
        move ws-count-corrections to cnt-corrections.
        move counts-line-3 to ws-report-line.
        perform write-report-line.
        move ws-count-retired-agreed to cnt-retired-agreed.
        move counts-line-4 to ws-report-line.
        perform write-report-line.

*> Write the current report line to the report dataset.
write-report-line.
        write report-record from ws-report-line.
