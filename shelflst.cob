identification division.
program-id. shelflst.

*> Printed shelf list: the report the reading room and the stacks
*> staff work from, built over romansrt's sort-mode output (the feed's
*> records in ascending decimal order). Each record's numeral is
*> translated through conv and printed with its decimal value and the
*> catalog description (looked up through mstlkup), on numbered pages
*> headed with the run date.
*> The list breaks at every thousand-number series - 12000-12999 is
*> [XII] through [XII]CMXCIX, its bounds spelled by conv's reverse
*> path in the chosen notation - and closes each series with its item
*> count and the count of fraction-bearing (uncia) items. A series
*> running over a page boundary is headed again, continued, on the new
*> page. A recap page after the list gives every series' subtotals
*> and the totals for the whole list.
*> Exceptions print in the flag column and are counted on the recap:
*> a number retired from the catalog, a number not on the catalog at
*> all, and a record out of ascending order (the input was not
*> romansrt's sorted output, or was edited since). Records conv
*> refuses are printed as invalid and left out of the series counts.
*> Dataset names:
*>   input    SHELFLST_INPUT_FILE    (required; romansrt's output)
*>   report   SHELFLST_REPORT_FILE, default SHELFLST.DAT
*>   catalog  ROMAN_MASTER_FILE, default MASTER.DAT
*> Lines per page is SHELFLST_PAGE_LINES (default 60, at least 20).
*> Series headings are spelled in SHELFLST_NOTATION: B bracket (the
*> default), V vinculum, A apostrophus. Strict validation is on
*> unless SHELFLST_STRICT=N, as in romansrt.
*> Returns 0 clean, 4 when any exception was listed, 16 when a dataset
*> cannot be opened.

environment division.
input-output section.
file-control.
    select input-file assign to dynamic ws-input-file
        organization is line sequential
        file status is ws-input-status.
    select report-file assign to dynamic ws-report-file
        organization is line sequential
        file status is ws-report-status.

data division.
file section.
fd input-file.
    01 input-record picture x(80).
fd report-file.
    01 report-record picture x(132).

working-storage section.
77  eof picture 9 value 0.

01  ws-input-file picture x(64).
01  ws-input-status picture x(2).
01  ws-report-file picture x(64) value 'SHELFLST.DAT'.
01  ws-report-status picture x(2).

77  strict-flag picture x(1) value 'Y'.
77  ws-notation picture x(1) value 'B'.

*> Page control: lines used on the current page and the operator's
*> page depth.
77  ws-page-lines picture 9(3) value 60.
77  ws-page-lines-in picture x(3).
77  ws-line-count picture 9(3) value 0.
77  ws-page-number picture 9(5) value 0.
01  ws-run-date picture x(8).

*> The conv call interface, same shape the translator uses.
01  roman.
    02 s picture x(1) occurs 30 times.
01  roman-alpha redefines roman picture x(30).
77  roman-len picture s99 usage is computational.
77  err picture s9 usage is computational-3.
77  reason picture s99 usage is computational-3.
77  result picture s9(7) usage is computational.
77  frac picture s99 usage is computational.
77  direction picture x(1) value 'F'.

*> A second conv parameter set for spelling the series bounds, so the
*> current record's translation is left alone.
01  hd-roman picture x(30).
77  hd-roman-len picture s99 usage is computational.
77  hd-err picture s9 usage is computational-3.
77  hd-reason picture s99 usage is computational-3.
77  hd-result picture s9(7) usage is computational.
77  hd-frac picture s99 usage is computational.
77  hd-direction picture x(1) value 'R'.

*> Master catalog access through mstlkup.
01  ws-master-file picture x(64) value 'MASTER.DAT'.
77  ws-master-opened picture 9 value 0.
77  mst-op picture x(1).
01  mst-status picture x(2).
01  ws-catalog-desc picture x(33).

01  ws-full-input picture x(80).
77  ws-record-number picture 9(7) value 0.

*> Ordering check: the previous valid record's value in twelfths.
77  ws-key picture s9(9) usage is computational.
77  ws-prev-key picture s9(9) usage is computational value -1.

*> Series control break: the series in progress (value / 1000) and
*> whether one has been started yet.
77  ws-series picture s9(4) usage is computational.
77  ws-current-series picture s9(4) usage is computational value -1.
77  ws-series-low picture s9(7) usage is computational.
77  ws-series-high picture s9(7) usage is computational.
01  ws-series-span picture x(60).
77  ws-series-ptr picture 9(3) usage is computational.

*> Subtotals of the series in progress, and every series' subtotals
*> kept for the recap page (one per possible series, 0 through 3999).
01  ws-series-totals.
    02 ws-series-items picture 9(7) value 0.
    02 ws-series-uncia picture 9(7) value 0.
01  ws-recap-table.
    02 ws-recap-entry occurs 4000 times.
       03 wrc-series picture s9(4) usage is computational.
       03 wrc-items picture 9(7) usage is computational.
       03 wrc-uncia picture 9(7) usage is computational.
77  ws-recap-count picture 9(4) value 0.
77  ws-recap-i picture 9(4) usage is computational.

01  ws-counts.
    02 ws-count-read picture 9(7) value 0.
    02 ws-count-items picture 9(7) value 0.
    02 ws-count-uncia picture 9(7) value 0.
    02 ws-count-invalid picture 9(7) value 0.
    02 ws-count-unlisted picture 9(7) value 0.
    02 ws-count-retired picture 9(7) value 0.
    02 ws-count-sequence picture 9(7) value 0.

01  ws-flag-text picture x(14).
01  ws-frac-text picture x(6).
01  ws-frac-num picture z9.

01  ws-print-line picture x(132).

*> Page heading lines.
01  page-heading-1.
    02 filler picture x(40) value 'ARCHIVAL NUMBER SHELF LIST'.
    02 filler picture x(10) value 'Run date: '.
    02 phd-run-date picture x(8).
    02 filler picture x(30) value spaces.
    02 filler picture x(6) value 'Page: '.
    02 phd-page picture zzzz9.

01  page-heading-2.
    02 filler picture x(15) value '        Decimal'.
    02 filler picture x(2) value spaces.
    02 filler picture x(30) value 'Numeral'.
    02 filler picture x(2) value spaces.
    02 filler picture x(33) value 'Catalog description'.
    02 filler picture x(2) value spaces.
    02 filler picture x(14) value 'Flag'.

01  page-heading-3.
    02 filler picture x(15) value all '-'.
    02 filler picture x(2) value spaces.
    02 filler picture x(30) value all '-'.
    02 filler picture x(2) value spaces.
    02 filler picture x(33) value all '-'.
    02 filler picture x(2) value spaces.
    02 filler picture x(14) value all '-'.

01  series-heading-line.
    02 filler picture x(7) value 'Series '.
    02 shd-low picture z(6)9.
    02 filler picture x(1) value '-'.
    02 shd-high picture z(6)9.
    02 filler picture x(3) value spaces.
    02 shd-span picture x(60).
    02 shd-continued picture x(12).

01  detail-line.
    02 dtl-value picture z(8)9.
    02 dtl-frac picture x(6).
    02 filler picture x(2) value spaces.
    02 dtl-numeral picture x(30).
    02 filler picture x(2) value spaces.
    02 dtl-desc picture x(33).
    02 filler picture x(2) value spaces.
    02 dtl-flag picture x(14).

01  invalid-line.
    02 filler picture x(17) value '  ** INVALID rec '.
    02 inv-number picture 9(7).
    02 filler picture x(8) value ' reason '.
    02 inv-reason picture 9.
    02 filler picture x(2) value ': '.
    02 inv-raw picture x(30).

01  series-total-line.
    02 filler picture x(17) value '  Series total:  '.
    02 stl-items picture zzzzzz9.
    02 filler picture x(8) value ' items, '.
    02 stl-uncia picture zzzzzz9.
    02 filler picture x(12) value ' uncia items'.

*> Recap page lines.
01  recap-title-line.
    02 filler picture x(40) value 'SHELF LIST RECAP'.

01  recap-heading-line.
    02 filler picture x(19) value 'Series'.
    02 filler picture x(10) value '     Items'.
    02 filler picture x(10) value '     Uncia'.

01  recap-series-line.
    02 rcp-low picture z(6)9.
    02 filler picture x(1) value '-'.
    02 rcp-high picture z(6)9.
    02 filler picture x(4) value spaces.
    02 rcp-items picture z(9)9.
    02 rcp-uncia picture z(9)9.

01  recap-total-line.
    02 rct-label picture x(19).
    02 rct-count picture z(9)9.

procedure division.
        accept ws-input-file from environment 'SHELFLST_INPUT_FILE'
            on exception
                display 'SHELFLST: SHELFLST_INPUT_FILE is required'
                stop run returning 16
        end-accept.
        accept ws-report-file from environment 'SHELFLST_REPORT_FILE'
            on exception move 'SHELFLST.DAT' to ws-report-file
        end-accept.
        accept ws-master-file from environment 'ROMAN_MASTER_FILE'
            on exception move 'MASTER.DAT' to ws-master-file
        end-accept.
        accept strict-flag from environment 'SHELFLST_STRICT'
            on exception move 'Y' to strict-flag
        end-accept.
        if strict-flag is not equal to 'N'
            move 'Y' to strict-flag
        end-if.
        accept ws-notation from environment 'SHELFLST_NOTATION'
            on exception move 'B' to ws-notation
        end-accept.
        if ws-notation is not equal to 'V' and ws-notation is not
                equal to 'A'
            move 'B' to ws-notation
        end-if.
        move spaces to ws-page-lines-in.
        accept ws-page-lines-in from environment 'SHELFLST_PAGE_LINES'
            on exception move spaces to ws-page-lines-in
        end-accept.
        if function trim(ws-page-lines-in) is numeric
                and function numval(ws-page-lines-in) is not less
                    than 20
            move function numval(ws-page-lines-in) to ws-page-lines
        end-if.
        move function current-date(1:8) to ws-run-date.
        open input input-file.
        if ws-input-status is not equal to '00'
            display 'SHELFLST: cannot open input file '
                function trim(ws-input-file)
                ' (file status ' ws-input-status ')'
            stop run returning 16
        end-if.
        move 'O' to mst-op.
        call "mstlkup" using mst-op, ws-master-file, result, mst-status,
            ws-catalog-desc.
        if mst-status is not equal to '00'
            display 'SHELFLST: cannot open master catalog '
                function trim(ws-master-file)
                ' (file status ' mst-status ')'
            close input-file
            stop run returning 16
        end-if.
        move 1 to ws-master-opened.
        open output report-file.
        if ws-report-status is not equal to '00'
            display 'SHELFLST: cannot open report file '
                function trim(ws-report-file)
                ' (file status ' ws-report-status ')'
            close input-file
            perform close-master-catalog
            stop run returning 16
        end-if.
        perform write-page-heading.
        perform list-one-record until eof is equal 1.
        if ws-current-series is not less than 0
            perform close-out-series
        end-if.
        perform write-recap-page.
        close input-file.
        close report-file.
        perform close-master-catalog.
        display 'SHELFLST: records read ' ws-count-read
            ', listed ' ws-count-items
            ', pages ' ws-page-number.
        if ws-count-invalid is greater than 0
                or ws-count-unlisted is greater than 0
                or ws-count-retired is greater than 0
                or ws-count-sequence is greater than 0
            stop run returning 4
        end-if.
        stop run.

*> Read, translate and list one record, breaking to a new series
*> first when its value leaves the series in progress.
list-one-record.
        move spaces to ws-full-input.
        read input-file into ws-full-input
            at end move 1 to eof
        end-read.
        if eof is equal 1
            exit paragraph
        end-if.
        add 1 to ws-record-number.
        add 1 to ws-count-read.
        move ws-full-input(1:30) to roman.
        move 0 to roman-len.
        inspect function reverse(roman-alpha)
            tallying roman-len for leading spaces.
        compute roman-len = 30 - roman-len.
        move 'F' to direction.
        call "conv" using roman, roman-len, err, reason, result,
            frac, direction, strict-flag, ws-notation.
        if err is equal 1
            add 1 to ws-count-invalid
            move ws-record-number to inv-number
            move reason to inv-reason
            move ws-full-input(1:30) to inv-raw
            move invalid-line to ws-print-line
            perform write-print-line
            exit paragraph
        end-if.
        divide result by 1000 giving ws-series.
        if ws-series is not equal to ws-current-series
            if ws-current-series is not less than 0
                perform close-out-series
            end-if
            move ws-series to ws-current-series
            move spaces to shd-continued
            perform write-series-heading
        end-if.
        perform write-detail-line.

*> Print one listed number: value, numeral, description and flag.
write-detail-line.
        move spaces to ws-flag-text.
        move spaces to ws-catalog-desc.
        compute ws-key = result * 12 + frac.
        if ws-key is less than ws-prev-key
            move '*OUT OF ORDER' to ws-flag-text
            add 1 to ws-count-sequence
        end-if.
        move ws-key to ws-prev-key.
        move 'L' to mst-op.
        call "mstlkup" using mst-op, ws-master-file, result, mst-status,
            ws-catalog-desc.
        evaluate mst-status
            when '00'
                continue
            when 'RT'
                if ws-flag-text is equal to spaces
                    move '*RETIRED' to ws-flag-text
                end-if
                add 1 to ws-count-retired
            when '23'
                if ws-flag-text is equal to spaces
                    move '*NOT ISSUED' to ws-flag-text
                end-if
                add 1 to ws-count-unlisted
            when other
                display 'SHELFLST: catalog lookup failed for '
                    result ' (file status ' mst-status ')'
                move '*LOOKUP FAILED' to ws-flag-text
                add 1 to ws-count-unlisted
        end-evaluate.
        move result to dtl-value.
        perform format-fraction-text.
        move ws-frac-text to dtl-frac.
        move ws-full-input(1:30) to dtl-numeral.
        move ws-catalog-desc to dtl-desc.
        move ws-flag-text to dtl-flag.
        move detail-line to ws-print-line.
        perform write-print-line.
        add 1 to ws-series-items.
        add 1 to ws-count-items.
        if frac is greater than 0
            add 1 to ws-series-uncia
            add 1 to ws-count-uncia
        end-if.

*> Build the printable " n/12" image of frac into ws-frac-text, blank
*> when there is no fraction.
format-fraction-text.
        if frac is greater than 0 and frac is less than 12
            move frac to ws-frac-num
            move spaces to ws-frac-text
            string ' ' delimited by size
                function trim(ws-frac-num) delimited by size
                '/12' delimited by size
                into ws-frac-text
            end-string
        else
            move spaces to ws-frac-text
        end-if.

*> Head the series in progress: its decimal bounds and the same bounds
*> spelled as numerals. A heading that would land on the last lines of
*> a page goes to the top of the next one instead.
write-series-heading.
        if ws-line-count + 4 is greater than ws-page-lines
            perform write-page-heading
        end-if.
        compute ws-series-low = ws-current-series * 1000.
        compute ws-series-high = ws-series-low + 999.
        move spaces to ws-series-span.
        move 1 to ws-series-ptr.
        if ws-series-low is equal 0
            move 1 to hd-result
        else
            move ws-series-low to hd-result
        end-if.
        perform spell-series-bound.
        string ' through ' delimited by size
            into ws-series-span with pointer ws-series-ptr
        end-string.
        move ws-series-high to hd-result.
        perform spell-series-bound.
        move ws-series-low to shd-low.
        move ws-series-high to shd-high.
        move ws-series-span to shd-span.
        move spaces to ws-print-line.
        perform write-print-line.
        move series-heading-line to ws-print-line.
        perform write-print-line.

*> Spell hd-result through conv and append it to the series span.
spell-series-bound.
        move 0 to hd-frac.
        move 'R' to hd-direction.
        call "conv" using hd-roman, hd-roman-len, hd-err, hd-reason,
            hd-result, hd-frac, hd-direction, strict-flag, ws-notation.
        if hd-err is equal 1
            string '?' delimited by size
                into ws-series-span with pointer ws-series-ptr
            end-string
        else
            string hd-roman(1:hd-roman-len) delimited by size
                into ws-series-span with pointer ws-series-ptr
            end-string
        end-if.

*> Close out the series in progress: print its subtotals and keep them
*> for the recap page.
close-out-series.
        move ws-series-items to stl-items.
        move ws-series-uncia to stl-uncia.
        move series-total-line to ws-print-line.
        perform write-print-line.
        if ws-recap-count is less than 4000
            add 1 to ws-recap-count
            move ws-current-series to wrc-series(ws-recap-count)
            move ws-series-items to wrc-items(ws-recap-count)
            move ws-series-uncia to wrc-uncia(ws-recap-count)
        end-if.
        move 0 to ws-series-items.
        move 0 to ws-series-uncia.

*> Start a new page: eject, heading lines with the run date and page
*> number, column headings.
write-page-heading.
        add 1 to ws-page-number.
        move ws-run-date to phd-run-date.
        move ws-page-number to phd-page.
        write report-record from page-heading-1 after advancing page.
        write report-record from page-heading-2 after advancing 2 lines.
        write report-record from page-heading-3 after advancing 1 line.
        move 4 to ws-line-count.

*> Print the current line, starting a new page first when this one is
*> full - a series running over the page boundary is headed again,
*> continued, at the top of the new page.
write-print-line.
        if ws-line-count is not less than ws-page-lines
            perform write-page-heading
            if ws-current-series is not less than 0
                    and ws-print-line is not equal to spaces
                move '(continued)' to shd-continued
                write report-record from series-heading-line
                    after advancing 2 lines
                add 2 to ws-line-count
                move spaces to shd-continued
            end-if
        end-if.
        write report-record from ws-print-line after advancing 1 line.
        add 1 to ws-line-count.

*> The recap page: every series' subtotals, then the totals for the
*> whole list and the exceptions counted along the way.
write-recap-page.
        perform write-page-heading.
        write report-record from recap-title-line
            after advancing 2 lines.
        write report-record from recap-heading-line
            after advancing 2 lines.
        add 4 to ws-line-count.
        move -1 to ws-current-series.
        perform varying ws-recap-i from 1 by 1
                until ws-recap-i is greater than ws-recap-count
            compute rcp-low = wrc-series(ws-recap-i) * 1000
            compute rcp-high = wrc-series(ws-recap-i) * 1000 + 999
            move wrc-items(ws-recap-i) to rcp-items
            move wrc-uncia(ws-recap-i) to rcp-uncia
            move recap-series-line to ws-print-line
            perform write-print-line
        end-perform.
        move spaces to ws-print-line.
        perform write-print-line.
        move 'Series listed' to rct-label.
        move ws-recap-count to rct-count.
        perform write-recap-total.
        move 'Items listed' to rct-label.
        move ws-count-items to rct-count.
        perform write-recap-total.
        move 'Uncia items' to rct-label.
        move ws-count-uncia to rct-count.
        perform write-recap-total.
        move 'Records read' to rct-label.
        move ws-count-read to rct-count.
        perform write-recap-total.
        move 'Invalid records' to rct-label.
        move ws-count-invalid to rct-count.
        perform write-recap-total.
        move 'Not on catalog' to rct-label.
        move ws-count-unlisted to rct-count.
        perform write-recap-total.
        move 'Retired numbers' to rct-label.
        move ws-count-retired to rct-count.
        perform write-recap-total.
        move 'Out of order' to rct-label.
        move ws-count-sequence to rct-count.
        perform write-recap-total.

*> Print one recap total line.
write-recap-total.
        move recap-total-line to ws-print-line.
        perform write-print-line.

*> Close the master catalog through mstlkup.
close-master-catalog.
        if ws-master-opened is equal 1
            move 'C' to mst-op
            call "mstlkup" using mst-op, ws-master-file, result,
                mst-status, ws-catalog-desc
            move 0 to ws-master-opened
        end-if.
