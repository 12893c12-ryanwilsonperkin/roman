identification division.
program-id. excrpt.

*> Exception dictionary hit statistics. Joins the dictionary
*> (ROMANEXC.DAT, maintained by excmaint) against the audit trail:
*> every audit row the translator resolved through the dictionary
*> carries aud-dict 'E', and its aud-raw is the spelling it matched
*> (compared upper-cased, the way check-exception-dictionary compares
*> it). For each dictionary entry the report shows how many rows it
*> has resolved and the first and last date it did so, then lists the
*> entries never hit at all - candidates for removal - and finally any
*> dictionary-resolved rows whose spelling is no longer in the
*> dictionary (entries deleted or respelled since).
*> The audit trail is scanned the same way auditrpt scans it: the
*> compact archive first, then every day dataset still listed in the
*> generation registry.
*> Dataset names and their overrides:
*>   dictionary ROMANEXC.DAT   ROMAN_EXCEPTION_FILE
*>   registry   AUDITGEN.DAT   ROMAN_AUDIT_REGISTRY
*>   archive    AUDARCH.DAT    ROMAN_AUDIT_ARCHIVE
*>   report     EXCRPT.DAT     ROMAN_EXCRPT_FILE
*> Returns 0, or 16 when the dictionary, the report, or every audit
*> dataset fails to open.

environment division.
input-output section.
file-control.
    select exception-file assign to dynamic ws-exception-file
        organization is line sequential
        file status is ws-exception-status.
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
fd exception-file.
    01 exception-record picture x(80).
fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd report-file.
    01 report-record picture x(80).

working-storage section.
77  eof picture 9 value 0.

01  ws-exception-file picture x(64) value 'ROMANEXC.DAT'.
01  ws-exception-status picture x(2).
01  ws-registry-file picture x(64) value 'AUDITGEN.DAT'.
01  ws-registry-status picture x(2).
01  ws-archive-file picture x(64) value 'AUDARCH.DAT'.
01  ws-audit-file picture x(64).
01  ws-audit-status picture x(2).
01  ws-report-file picture x(64) value 'EXCRPT.DAT'.
01  ws-report-status picture x(2).
77  ws-registry-eof picture 9 value 0.
77  ws-exception-eof picture 9 value 0.

*> Whether at least one audit dataset could be opened: a report over
*> nothing at all is a configuration error, not a clean empty report.
77  ws-opened-any picture 9 value 0.

01  ws-run-date picture x(8).

*> One dictionary line, in the layout excmaint writes and the
*> translator reads.
01  exception-line.
    02 exc-in-spelling picture x(30).
    02 filler picture x(1).
    02 exc-in-value picture x(8).

*> The dictionary with its hit statistics, in file order.
01  ws-exception-table.
    02 ws-exception-entry occurs 200 times.
       03 wx-spelling picture x(30).
       03 wx-value-text picture x(8).
       03 wx-hits picture 9(7).
       03 wx-first-date picture x(8).
       03 wx-last-date picture x(8).
77  ws-exception-count picture 9(3) value 0.
77  ws-exception-i picture 9(3) usage is computational.
77  ws-exception-found picture 9(3) usage is computational.

*> Dictionary-resolved spellings no longer in the dictionary.
01  ws-gone-table.
    02 ws-gone-entry occurs 200 times.
       03 wg-spelling picture x(30).
       03 wg-hits picture 9(7).
       03 wg-last-date picture x(8).
77  ws-gone-count picture 9(3) value 0.
77  ws-gone-i picture 9(3) usage is computational.
77  ws-gone-found picture 9(3) usage is computational.
77  ws-gone-overflow picture 9 value 0.

01  ws-hit-key picture x(30).

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

01  ws-totals.
    02 ws-total-rows picture 9(7) value 0.
    02 ws-total-dict-rows picture 9(7) value 0.
    02 ws-total-gone-rows picture 9(7) value 0.
    02 ws-total-hit-entries picture 9(5) value 0.
    02 ws-total-never-entries picture 9(5) value 0.

*> Report line layouts.
01  report-title-line.
    02 filler picture x(31) value 'Exception Dictionary Hit Report'.

01  report-title-underline.
    02 filler picture x(31) value '-------------------------------'.

01  report-source-line.
    02 filler picture x(12) value 'Dictionary: '.
    02 rpt-dictionary picture x(40).
    02 filler picture x(12) value '  Run date: '.
    02 rpt-run-date picture x(8).

01  entry-heading-line.
    02 filler picture x(31) value 'Spelling'.
    02 filler picture x(9) value 'Value'.
    02 filler picture x(7) value '   Hits'.
    02 filler picture x(3) value spaces.
    02 filler picture x(10) value 'First'.
    02 filler picture x(8) value 'Last'.

01  entry-detail-line.
    02 rpt-spelling picture x(30).
    02 filler picture x(1) value space.
    02 rpt-value picture x(8).
    02 filler picture x(1) value space.
    02 rpt-hits picture zzzzzz9.
    02 filler picture x(3) value spaces.
    02 rpt-first-date picture x(8).
    02 filler picture x(2) value spaces.
    02 rpt-last-date picture x(8).

01  never-title-line.
    02 filler picture x(33) value 'Entries never hit (removal candid'.
    02 filler picture x(6) value 'ates):'.

01  never-detail-line.
    02 filler picture x(2) value spaces.
    02 rpt-never-spelling picture x(30).
    02 filler picture x(1) value space.
    02 rpt-never-value picture x(8).

01  gone-title-line.
    02 filler picture x(33) value 'Hits on spellings no longer in th'.
    02 filler picture x(14) value 'e dictionary:'.

01  gone-detail-line.
    02 filler picture x(2) value spaces.
    02 rpt-gone-spelling picture x(30).
    02 filler picture x(1) value space.
    02 filler picture x(6) value 'hits: '.
    02 rpt-gone-hits picture zzzzzz9.
    02 filler picture x(8) value '  last: '.
    02 rpt-gone-last picture x(8).

01  gone-overflow-line.
    02 filler picture x(33) value '  ** more spellings than the tabl'.
    02 filler picture x(26) value 'e holds - listing partial'.

01  none-line.
    02 filler picture x(8) value '  (none)'.

01  totals-line-1.
    02 filler picture x(11) value 'Entries:   '.
    02 rpt-tot-entries picture zzzz9.
    02 filler picture x(11) value '  Hit:     '.
    02 rpt-tot-hit picture zzzz9.
    02 filler picture x(13) value '  Never hit: '.
    02 rpt-tot-never picture zzzz9.

01  totals-line-2.
    02 filler picture x(15) value 'Audit rows:    '.
    02 rpt-tot-rows picture zzzzzz9.
    02 filler picture x(19) value '  Dictionary rows: '.
    02 rpt-tot-dict picture zzzzzz9.
    02 filler picture x(12) value '  On gone:  '.
    02 rpt-tot-gone picture zzzzzz9.

01  ws-report-line picture x(80).

procedure division.
        accept ws-exception-file from environment 'ROMAN_EXCEPTION_FILE'
            on exception move 'ROMANEXC.DAT' to ws-exception-file
        end-accept.
        accept ws-registry-file from environment 'ROMAN_AUDIT_REGISTRY'
            on exception move 'AUDITGEN.DAT' to ws-registry-file
        end-accept.
        accept ws-archive-file from environment 'ROMAN_AUDIT_ARCHIVE'
            on exception move 'AUDARCH.DAT' to ws-archive-file
        end-accept.
        accept ws-report-file from environment 'ROMAN_EXCRPT_FILE'
            on exception move 'EXCRPT.DAT' to ws-report-file
        end-accept.
        move function current-date(1:8) to ws-run-date.
        perform load-dictionary.
        open output report-file.
        if ws-report-status is not equal to '00'
            display 'EXCRPT: cannot open report file '
                function trim(ws-report-file)
                ' (file status ' ws-report-status ')'
            stop run returning 16
        end-if.
        move ws-archive-file to ws-audit-file.
        perform process-one-dataset.
        perform process-registered-days.
        if ws-opened-any is equal 0
            display 'EXCRPT: no audit datasets could be opened '
                '(archive ' function trim(ws-archive-file)
                ', registry ' function trim(ws-registry-file) ')'
            close report-file
            stop run returning 16
        end-if.
        perform write-report-title.
        perform write-entry-section.
        perform write-never-section.
        perform write-gone-section.
        perform write-totals.
        close report-file.
        stop run.

*> Load the dictionary whole. Without one there is nothing to report
*> hits against.
load-dictionary.
        open input exception-file.
        if ws-exception-status is not equal to '00'
            display 'EXCRPT: cannot open exception dictionary '
                function trim(ws-exception-file)
                ' (file status ' ws-exception-status ')'
            stop run returning 16
        end-if.
        perform until ws-exception-eof is equal to 1
            read exception-file into exception-line
                at end move 1 to ws-exception-eof
                not at end
                    if exc-in-spelling is not equal to spaces
                            and ws-exception-count is less than 200
                        add 1 to ws-exception-count
                        move function upper-case(exc-in-spelling)
                            to wx-spelling(ws-exception-count)
                        move exc-in-value
                            to wx-value-text(ws-exception-count)
                        move 0 to wx-hits(ws-exception-count)
                        move spaces to wx-first-date(ws-exception-count)
                        move spaces to wx-last-date(ws-exception-count)
                    end-if
            end-read
        end-perform.
        close exception-file.

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

*> Read the next audit record and, when the dictionary resolved it,
*> credit the hit to its entry.
process-audit-record.
        read audit-file into audit-line
            at end
                move 1 to eof
            not at end
                add 1 to ws-total-rows
                if aud-dict is equal to 'E'
                    perform tally-dictionary-hit
                end-if
        end-read.

*> Credit one dictionary-resolved row to the entry whose spelling it
*> matched, or to the no-longer-in-dictionary table when none does.
tally-dictionary-hit.
        add 1 to ws-total-dict-rows.
        move function upper-case(function trim(aud-raw)) to ws-hit-key.
        move 0 to ws-exception-found.
        perform varying ws-exception-i from 1 by 1
                until ws-exception-i is greater than ws-exception-count
                or ws-exception-found is greater than 0
            if wx-spelling(ws-exception-i) is equal to ws-hit-key
                move ws-exception-i to ws-exception-found
            end-if
        end-perform.
        if ws-exception-found is greater than 0
            add 1 to wx-hits(ws-exception-found)
            if wx-first-date(ws-exception-found) is equal to spaces
                    or aud-date is less than
                        wx-first-date(ws-exception-found)
                move aud-date to wx-first-date(ws-exception-found)
            end-if
            if aud-date is greater than wx-last-date(ws-exception-found)
                move aud-date to wx-last-date(ws-exception-found)
            end-if
        else
            perform tally-gone-hit
        end-if.

*> Count a hit on a spelling the dictionary no longer holds.
tally-gone-hit.
        add 1 to ws-total-gone-rows.
        move 0 to ws-gone-found.
        perform varying ws-gone-i from 1 by 1
                until ws-gone-i is greater than ws-gone-count
                or ws-gone-found is greater than 0
            if wg-spelling(ws-gone-i) is equal to ws-hit-key
                move ws-gone-i to ws-gone-found
            end-if
        end-perform.
        if ws-gone-found is equal 0
            if ws-gone-count is less than 200
                add 1 to ws-gone-count
                move ws-gone-count to ws-gone-found
                move ws-hit-key to wg-spelling(ws-gone-found)
                move 0 to wg-hits(ws-gone-found)
                move spaces to wg-last-date(ws-gone-found)
            else
                move 1 to ws-gone-overflow
                exit paragraph
            end-if
        end-if.
        add 1 to wg-hits(ws-gone-found).
        if aud-date is greater than wg-last-date(ws-gone-found)
            move aud-date to wg-last-date(ws-gone-found)
        end-if.

*> Write the report title block.
write-report-title.
        move report-title-line to ws-report-line.
        perform write-report-line.
        move report-title-underline to ws-report-line.
        perform write-report-line.
        move ws-exception-file to rpt-dictionary.
        move ws-run-date to rpt-run-date.
        move report-source-line to ws-report-line.
        perform write-report-line.
        move spaces to ws-report-line.
        perform write-report-line.

*> One line per dictionary entry with its hit statistics.
write-entry-section.
        move entry-heading-line to ws-report-line.
        perform write-report-line.
        perform varying ws-exception-i from 1 by 1
                until ws-exception-i is greater than ws-exception-count
            move wx-spelling(ws-exception-i) to rpt-spelling
            move wx-value-text(ws-exception-i) to rpt-value
            move wx-hits(ws-exception-i) to rpt-hits
            move wx-first-date(ws-exception-i) to rpt-first-date
            move wx-last-date(ws-exception-i) to rpt-last-date
            move entry-detail-line to ws-report-line
            perform write-report-line
            if wx-hits(ws-exception-i) is greater than 0
                add 1 to ws-total-hit-entries
            else
                add 1 to ws-total-never-entries
            end-if
        end-perform.
        if ws-exception-count is equal 0
            move none-line to ws-report-line
            perform write-report-line
        end-if.
        move spaces to ws-report-line.
        perform write-report-line.

*> The entries no audit row has ever been resolved through.
write-never-section.
        move never-title-line to ws-report-line.
        perform write-report-line.
        perform varying ws-exception-i from 1 by 1
                until ws-exception-i is greater than ws-exception-count
            if wx-hits(ws-exception-i) is equal 0
                move wx-spelling(ws-exception-i) to rpt-never-spelling
                move wx-value-text(ws-exception-i) to rpt-never-value
                move never-detail-line to ws-report-line
                perform write-report-line
            end-if
        end-perform.
        if ws-total-never-entries is equal 0
            move none-line to ws-report-line
            perform write-report-line
        end-if.
        move spaces to ws-report-line.
        perform write-report-line.

*> Dictionary-resolved rows whose spelling has since left the
*> dictionary.
write-gone-section.
        move gone-title-line to ws-report-line.
        perform write-report-line.
        perform varying ws-gone-i from 1 by 1
                until ws-gone-i is greater than ws-gone-count
            move wg-spelling(ws-gone-i) to rpt-gone-spelling
            move wg-hits(ws-gone-i) to rpt-gone-hits
            move wg-last-date(ws-gone-i) to rpt-gone-last
            move gone-detail-line to ws-report-line
            perform write-report-line
        end-perform.
        if ws-gone-count is equal 0
            move none-line to ws-report-line
            perform write-report-line
        end-if.
        if ws-gone-overflow is equal 1
            move gone-overflow-line to ws-report-line
            perform write-report-line
        end-if.
        move spaces to ws-report-line.
        perform write-report-line.

*> Closing totals.
write-totals.
        move ws-exception-count to rpt-tot-entries.
        move ws-total-hit-entries to rpt-tot-hit.
        move ws-total-never-entries to rpt-tot-never.
        move totals-line-1 to ws-report-line.
        perform write-report-line.
        move ws-total-rows to rpt-tot-rows.
        move ws-total-dict-rows to rpt-tot-dict.
        move ws-total-gone-rows to rpt-tot-gone.
        move totals-line-2 to ws-report-line.
        perform write-report-line.

*> Write the current report line to the report dataset.
write-report-line.
        write report-record from ws-report-line.
