identification division.
program-id. mstdorm.

*> Dormant issued-number report. The translator's catalog usage list
*> covers one run; the archive office's question is which numbers on
*> the master catalog nothing has referenced in years, so they can be
*> scheduled for review. This reads the catalog sequentially (every
*> issued number - retired ones are already out of circulation and
*> are left out), then scans the whole audit trail the way auditrpt
*> does: the compact archive first, then every day dataset still
*> listed in the generation registry. Every successful translation
*> row, either direction, counts as a reference to its decimal value.
*> For each issued number the report gives the last date it was
*> referenced and its total reference count, grouped by whole years
*> dormant (most dormant first); groups at or beyond the review
*> threshold are marked for review. A separate detail list gives the
*> numbers never referenced at all, with each entry's effective date
*> (the date it was put on, or its description last changed), and a
*> recap counts the numbers in every group.
*> Dataset names and their overrides:
*>   catalog    MASTER.DAT     ROMAN_MASTER_FILE
*>   registry   AUDITGEN.DAT   ROMAN_AUDIT_REGISTRY
*>   archive    AUDARCH.DAT    ROMAN_AUDIT_ARCHIVE
*>   report     MSTDORM.DAT    ROMAN_DORMANT_FILE
*> The review threshold, in whole years, comes from
*> ROMAN_DORMANT_YEARS (default 5).
*> Returns 0, 4 when the catalog holds more issued numbers than the
*> table (the report says where it stopped), 16 when the catalog, the
*> report, or every audit dataset fails to open.

environment division.
input-output section.
file-control.
    select master-catalog assign to dynamic ws-master-file
        organization is indexed
        access mode is sequential
        record key is mst-key
        file status is ws-master-status.
    select registry-file assign to dynamic ws-registry-file
        organization is line sequential
        file status is ws-registry-status.
    select audit-file assign to dynamic ws-audit-file
        organization is line sequential
        file status is ws-audit-status.
    select report-file assign to dynamic ws-report-file
        organization is line sequential
        file status is ws-report-status.

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
fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd report-file.
    01 report-record picture x(80).

working-storage section.
77  eof picture 9 value 0.

01  ws-master-file picture x(64) value 'MASTER.DAT'.
01  ws-master-status picture x(2).
01  ws-registry-file picture x(64) value 'AUDITGEN.DAT'.
01  ws-registry-status picture x(2).
01  ws-archive-file picture x(64) value 'AUDARCH.DAT'.
01  ws-audit-file picture x(64).
01  ws-audit-status picture x(2).
01  ws-report-file picture x(64) value 'MSTDORM.DAT'.
01  ws-report-status picture x(2).
77  ws-registry-eof picture 9 value 0.
77  ws-master-eof picture 9 value 0.

*> Whether at least one audit dataset could be opened: a report over
*> no audit trail at all would call every number never referenced.
77  ws-opened-any picture 9 value 0.

77  ws-return-code picture 9(2) value 0.

*> Review threshold in whole years dormant.
01  ws-dormant-years-in picture x(3).
77  ws-dormant-years picture 9(2) value 5.

01  ws-run-date picture x(8).
77  ws-run-day picture 9(7) usage is computational.

*> Image of one registry line, as the translator writes it.
01  gen-line.
    02 gen-date picture x(8).
    02 filler picture x(1).
    02 gen-status picture x(1).
    02 filler picture x(1).
    02 gen-file picture x(64).

*> Image of one audit record, matching the audit-line layout written
*> by romannumerals' write-audit-record.
01  audit-line.
    02 aud-date picture x(8).
    02 filler picture x(1).
    02 aud-seq picture 9(6).
    02 filler picture x(1).
    02 aud-direction picture x(1).
    02 filler picture x(1).
    02 aud-raw picture x(30).
    02 filler picture x(1).
    02 aud-roman-len picture 99.
    02 filler picture x(1).
    02 aud-err picture 9.
    02 filler picture x(1).
    02 aud-result picture s9(7) sign is leading separate.
    02 filler picture x(1).
    02 aud-frac picture 99.
    02 filler picture x(1).
    02 aud-recno picture x(7).
    02 filler picture x(1).
    02 aud-source picture x(1).
    02 filler picture x(1).
    02 aud-dict picture x(1).
    02 filler picture x(1).
    02 aud-operator picture x(8).

*> Every issued number on the catalog, in key order (the order a
*> sequential read of the catalog delivers), with its reference count
*> and last reference date. Kept in key order so each audit row finds
*> its number by binary search rather than a pass over the table.
01  ws-number-table.
    02 ws-number-entry occurs 20000 times.
       03 wn-value picture s9(7) usage is computational.
       03 wn-desc picture x(33).
       03 wn-effective-date picture x(8).
       03 wn-refs picture 9(7) usage is computational.
       03 wn-last-date picture x(8).
       03 wn-bucket picture 9(2).
77  ws-number-count picture 9(5) value 0.
77  ws-number-i picture 9(5) usage is computational.
77  ws-number-found picture 9(5) usage is computational.
77  ws-number-overflow picture 9 value 0.
77  ws-number-low picture 9(5) usage is computational.
77  ws-number-high picture 9(5) usage is computational.
77  ws-number-mid picture 9(5) usage is computational.
77  ws-search-value picture s9(7) usage is computational.
01  ws-last-loaded-key picture 9(7).

*> Numbers per whole year dormant: entry n counts numbers last
*> referenced n-1 years ago; the last entry gathers 50 years and over.
01  ws-bucket-table.
    02 ws-bucket-count picture 9(5) usage is computational
       occurs 51 times.
77  ws-bucket-i picture 9(2) usage is computational.
77  ws-bucket-years picture 9(2).
77  ws-days-dormant picture s9(7) usage is computational.

01  ws-totals.
    02 ws-total-rows picture 9(9) value 0.
    02 ws-total-refs picture 9(9) value 0.
    02 ws-total-off-catalog picture 9(9) value 0.
    02 ws-total-referenced picture 9(5) value 0.
    02 ws-total-never picture 9(5) value 0.
    02 ws-total-dormant picture 9(5) value 0.
    02 ws-total-retired picture 9(5) value 0.

*> Report line layouts.
01  report-title-line.
    02 filler picture x(31) value 'Dormant Issued Number Report'.

01  report-title-underline.
    02 filler picture x(28) value '----------------------------'.

01  report-run-line.
    02 filler picture x(10) value 'Run date: '.
    02 rpt-run-date picture x(8).
    02 filler picture x(20) value '  Review threshold: '.
    02 rpt-threshold picture z9.
    02 filler picture x(6) value ' years'.

01  bucket-heading-line.
    02 filler picture x(17) value 'Dormant (years): '.
    02 rpt-bucket-years picture z9.
    02 rpt-bucket-plus picture x(1).
    02 filler picture x(2) value spaces.
    02 rpt-bucket-review picture x(20).

01  detail-heading-line.
    02 filler picture x(11) value '   Number  '.
    02 filler picture x(10) value 'Last ref  '.
    02 filler picture x(7) value '   Refs'.
    02 filler picture x(2) value spaces.
    02 filler picture x(11) value 'Description'.

01  detail-line.
    02 filler picture x(2) value spaces.
    02 rpt-value picture zzzzzz9.
    02 filler picture x(2) value spaces.
    02 rpt-last-date picture x(8).
    02 filler picture x(2) value spaces.
    02 rpt-refs picture zzzzzz9.
    02 filler picture x(2) value spaces.
    02 rpt-desc picture x(33).

01  never-title-line.
    02 filler picture x(32) value 'Issued Numbers Never Referenced'.

01  never-heading-line.
    02 filler picture x(11) value '   Number  '.
    02 filler picture x(10) value 'Effective '.
    02 filler picture x(11) value 'Description'.

01  never-detail-line.
    02 filler picture x(2) value spaces.
    02 rnv-value picture zzzzzz9.
    02 filler picture x(2) value spaces.
    02 rnv-effective-date picture x(8).
    02 filler picture x(2) value spaces.
    02 rnv-desc picture x(33).

01  recap-title-line.
    02 filler picture x(22) value 'Recap By Years Dormant'.

01  recap-detail-line.
    02 filler picture x(2) value spaces.
    02 rcp-years picture z9.
    02 rcp-plus picture x(1).
    02 filler picture x(8) value ' years: '.
    02 rcp-count picture zzzz9.
    02 filler picture x(2) value spaces.
    02 rcp-review picture x(20).

01  recap-never-line.
    02 filler picture x(15) value '  Never:       '.
    02 rcp-never picture zzzz9.

01  totals-line-1.
    02 filler picture x(16) value 'Issued numbers: '.
    02 rpt-tot-issued picture zzzz9.
    02 filler picture x(15) value '  Referenced:  '.
    02 rpt-tot-referenced picture zzzz9.
    02 filler picture x(15) value '  For review:  '.
    02 rpt-tot-dormant picture zzzz9.

01  totals-line-2.
    02 filler picture x(16) value 'Audit rows:     '.
    02 rpt-tot-rows picture zzzzzzzz9.
    02 filler picture x(24) value '  References off catalog'.
    02 filler picture x(2) value ': '.
    02 rpt-tot-off picture zzzzzzzz9.

01  totals-line-3.
    02 filler picture x(16) value 'Retired skipped:'.
    02 rpt-tot-retired picture zzzz9.

01  overflow-line.
    02 filler picture x(37) value
       '** catalog larger than the table - nu'.
    02 filler picture x(12) value 'mbers above '.
    02 ovf-last-key picture 9(7).
    02 filler picture x(14) value ' not reported'.

01  none-line.
    02 filler picture x(8) value '  (none)'.

01  ws-report-line picture x(80).

procedure division.
        accept ws-master-file from environment 'ROMAN_MASTER_FILE'
            on exception move 'MASTER.DAT' to ws-master-file
        end-accept.
        accept ws-registry-file from environment 'ROMAN_AUDIT_REGISTRY'
            on exception move 'AUDITGEN.DAT' to ws-registry-file
        end-accept.
        accept ws-archive-file from environment 'ROMAN_AUDIT_ARCHIVE'
            on exception move 'AUDARCH.DAT' to ws-archive-file
        end-accept.
        accept ws-report-file from environment 'ROMAN_DORMANT_FILE'
            on exception move 'MSTDORM.DAT' to ws-report-file
        end-accept.
        accept ws-dormant-years-in from environment 'ROMAN_DORMANT_YEARS'
            on exception move spaces to ws-dormant-years-in
        end-accept.
        if ws-dormant-years-in is not equal to spaces
            if function trim(ws-dormant-years-in) is numeric
                    and function numval(ws-dormant-years-in)
                        is greater than 0
                    and function numval(ws-dormant-years-in)
                        is less than 51
                move function numval(ws-dormant-years-in)
                    to ws-dormant-years
            else
                display 'MSTDORM: ROMAN_DORMANT_YEARS '
                    function trim(ws-dormant-years-in)
                    ' not 1 to 50, using 5'
            end-if
        end-if.
        move function current-date(1:8) to ws-run-date.
        compute ws-run-day =
            function integer-of-date(function numval(ws-run-date)).
        perform load-catalog.
        open output report-file.
        if ws-report-status is not equal to '00'
            display 'MSTDORM: cannot open report file '
                function trim(ws-report-file)
                ' (file status ' ws-report-status ')'
            stop run returning 16
        end-if.
        move ws-archive-file to ws-audit-file.
        perform process-one-dataset.
        perform process-registered-days.
        if ws-opened-any is equal 0
            display 'MSTDORM: no audit datasets could be opened '
                '(archive ' function trim(ws-archive-file)
                ', registry ' function trim(ws-registry-file) ')'
            close report-file
            stop run returning 16
        end-if.
        perform assign-buckets.
        perform write-report-title.
        perform write-bucket-sections.
        perform write-never-section.
        perform write-recap.
        close report-file.
        stop run returning ws-return-code.

*> Read the catalog from start to end into the number table. The
*> sequential read delivers records in ascending key order, which is
*> the order the binary search needs. Retired numbers are counted and
*> skipped.
load-catalog.
        open input master-catalog.
        if ws-master-status is not equal to '00'
            display 'MSTDORM: cannot open master catalog '
                function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
            stop run returning 16
        end-if.
        perform until ws-master-eof is equal to 1
            read master-catalog next record
                at end move 1 to ws-master-eof
                not at end perform load-one-number
            end-read
        end-perform.
        close master-catalog.

*> Add the catalog record just read to the number table.
load-one-number.
        if mst-number-retired
            add 1 to ws-total-retired
            exit paragraph
        end-if.
        if ws-number-count is greater than or equal to 20000
            if ws-number-overflow is equal 0
                move 1 to ws-number-overflow
                move 4 to ws-return-code
            end-if
            exit paragraph
        end-if.
        add 1 to ws-number-count.
        move mst-key to wn-value(ws-number-count).
        move mst-key to ws-last-loaded-key.
        move mst-description to wn-desc(ws-number-count).
        move mst-effective-date to wn-effective-date(ws-number-count).
        move 0 to wn-refs(ws-number-count).
        move spaces to wn-last-date(ws-number-count).
        move 0 to wn-bucket(ws-number-count).

*> Scan one audit dataset (named in ws-audit-file). A dataset that
*> doesn't open is skipped - a registered day already rolled into the
*> archive was deleted from disk.
process-one-dataset.
        move 0 to eof.
        open input audit-file.
        if ws-audit-status is not equal to '00'
            exit paragraph
        end-if.
        move 1 to ws-opened-any.
        perform process-audit-record
            until eof is equal 1.
        close audit-file.

*> Walk the generation registry and scan each day dataset it still
*> lists as current. Days rolled into the archive - archived, or kept
*> on disk after failing their proof - were covered by the archive
*> scan, and are skipped.
process-registered-days.
        move 0 to ws-registry-eof.
        open input registry-file.
        if ws-registry-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-registry-eof is equal to 1
            read registry-file into gen-line
                at end move 1 to ws-registry-eof
                not at end
                    if gen-status is equal to 'C'
                        move gen-file to ws-audit-file
                        perform process-one-dataset
                    end-if
            end-read
        end-perform.
        close registry-file.

*> Read the next audit record and, for a successful translation in
*> either direction, credit the reference to its number.
process-audit-record.
        read audit-file into audit-line
            at end
                move 1 to eof
            not at end
                add 1 to ws-total-rows
                if aud-err is equal 0
                        and (aud-direction is equal to 'F'
                            or aud-direction is equal to 'R')
                        and aud-result is numeric
                        and aud-date is numeric
                    perform tally-reference
                end-if
        end-read.

*> Credit one reference to the number it cites; a value not among the
*> issued numbers is only counted.
tally-reference.
        add 1 to ws-total-refs.
        move aud-result to ws-search-value.
        perform find-number.
        if ws-number-found is equal 0
            add 1 to ws-total-off-catalog
            exit paragraph
        end-if.
        add 1 to wn-refs(ws-number-found).
        if aud-date is greater than wn-last-date(ws-number-found)
            move aud-date to wn-last-date(ws-number-found)
        end-if.

*> Binary search of the number table for ws-search-value:
*> ws-number-found gets its position, zero when it is not there.
find-number.
        move 0 to ws-number-found.
        move 1 to ws-number-low.
        move ws-number-count to ws-number-high.
        perform until ws-number-low is greater than ws-number-high
                or ws-number-found is greater than 0
            compute ws-number-mid = (ws-number-low + ws-number-high) / 2
            evaluate true
                when wn-value(ws-number-mid) is equal to ws-search-value
                    move ws-number-mid to ws-number-found
                when wn-value(ws-number-mid) is less than ws-search-value
                    compute ws-number-low = ws-number-mid + 1
                when other
                    if ws-number-mid is equal 1
                        move 0 to ws-number-high
                    else
                        compute ws-number-high = ws-number-mid - 1
                    end-if
            end-evaluate
        end-perform.

*> Work out each referenced number's whole years dormant - days since
*> its last reference over 365.25, so leap years don't creep a number
*> into the next group early - and count it in its group.
assign-buckets.
        perform varying ws-number-i from 1 by 1
                until ws-number-i is greater than ws-number-count
            if wn-refs(ws-number-i) is greater than 0
                add 1 to ws-total-referenced
                compute ws-days-dormant = ws-run-day -
                    function integer-of-date(
                        function numval(wn-last-date(ws-number-i)))
                if ws-days-dormant is less than 0
                    move 0 to ws-days-dormant
                end-if
                compute ws-bucket-years = ws-days-dormant / 365.25
                if ws-days-dormant / 365.25 is greater than 50
                    move 50 to ws-bucket-years
                end-if
                move ws-bucket-years to wn-bucket(ws-number-i)
                add 1 to ws-bucket-count(ws-bucket-years + 1)
                if ws-bucket-years is greater than or equal to
                        ws-dormant-years
                    add 1 to ws-total-dormant
                end-if
            else
                add 1 to ws-total-never
            end-if
        end-perform.

*> Write the report title block.
write-report-title.
        move report-title-line to ws-report-line.
        perform write-report-line.
        move report-title-underline to ws-report-line.
        perform write-report-line.
        move ws-run-date to rpt-run-date.
        move ws-dormant-years to rpt-threshold.
        move report-run-line to ws-report-line.
        perform write-report-line.
        if ws-number-overflow is equal 1
            move ws-last-loaded-key to ovf-last-key
            move overflow-line to ws-report-line
            perform write-report-line
        end-if.
        move spaces to ws-report-line.
        perform write-report-line.

*> One group per whole year dormant that has any numbers in it, most
*> dormant first, each number in key order within its group.
write-bucket-sections.
        perform varying ws-bucket-i from 51 by -1
                until ws-bucket-i is less than 1
            if ws-bucket-count(ws-bucket-i) is greater than 0
                perform write-one-bucket
            end-if
        end-perform.

*> Write the heading and detail lines for group ws-bucket-i.
write-one-bucket.
        compute ws-bucket-years = ws-bucket-i - 1.
        move ws-bucket-years to rpt-bucket-years.
        if ws-bucket-years is equal 50
            move '+' to rpt-bucket-plus
        else
            move space to rpt-bucket-plus
        end-if.
        if ws-bucket-years is greater than or equal to ws-dormant-years
            move '** FOR REVIEW **' to rpt-bucket-review
        else
            move spaces to rpt-bucket-review
        end-if.
        move bucket-heading-line to ws-report-line.
        perform write-report-line.
        move detail-heading-line to ws-report-line.
        perform write-report-line.
        perform varying ws-number-i from 1 by 1
                until ws-number-i is greater than ws-number-count
            if wn-refs(ws-number-i) is greater than 0
                    and wn-bucket(ws-number-i) is equal to ws-bucket-years
                move wn-value(ws-number-i) to rpt-value
                move wn-last-date(ws-number-i) to rpt-last-date
                move wn-refs(ws-number-i) to rpt-refs
                move wn-desc(ws-number-i) to rpt-desc
                move detail-line to ws-report-line
                perform write-report-line
            end-if
        end-perform.
        move spaces to ws-report-line.
        perform write-report-line.

*> The issued numbers no audit row has ever referenced.
write-never-section.
        move never-title-line to ws-report-line.
        perform write-report-line.
        move never-heading-line to ws-report-line.
        perform write-report-line.
        perform varying ws-number-i from 1 by 1
                until ws-number-i is greater than ws-number-count
            if wn-refs(ws-number-i) is equal 0
                move wn-value(ws-number-i) to rnv-value
                move wn-effective-date(ws-number-i) to rnv-effective-date
                move wn-desc(ws-number-i) to rnv-desc
                move never-detail-line to ws-report-line
                perform write-report-line
            end-if
        end-perform.
        if ws-total-never is equal 0
            move none-line to ws-report-line
            perform write-report-line
        end-if.
        move spaces to ws-report-line.
        perform write-report-line.

*> Numbers per group, then the closing totals.
write-recap.
        move recap-title-line to ws-report-line.
        perform write-report-line.
        perform varying ws-bucket-i from 1 by 1
                until ws-bucket-i is greater than 51
            if ws-bucket-count(ws-bucket-i) is greater than 0
                compute ws-bucket-years = ws-bucket-i - 1
                move ws-bucket-years to rcp-years
                if ws-bucket-years is equal 50
                    move '+' to rcp-plus
                else
                    move space to rcp-plus
                end-if
                move ws-bucket-count(ws-bucket-i) to rcp-count
                if ws-bucket-years is greater than or equal to
                        ws-dormant-years
                    move '** FOR REVIEW **' to rcp-review
                else
                    move spaces to rcp-review
                end-if
                move recap-detail-line to ws-report-line
                perform write-report-line
            end-if
        end-perform.
        move ws-total-never to rcp-never.
        move recap-never-line to ws-report-line.
        perform write-report-line.
        move spaces to ws-report-line.
        perform write-report-line.
        move ws-number-count to rpt-tot-issued.
        move ws-total-referenced to rpt-tot-referenced.
        move ws-total-dormant to rpt-tot-dormant.
        move totals-line-1 to ws-report-line.
        perform write-report-line.
        move ws-total-rows to rpt-tot-rows.
        move ws-total-off-catalog to rpt-tot-off.
        move totals-line-2 to ws-report-line.
        perform write-report-line.
        move ws-total-retired to rpt-tot-retired.
        move totals-line-3 to ws-report-line.
        perform write-report-line.

*> Write the current report line to the report dataset.
write-report-line.
        write report-record from ws-report-line.
