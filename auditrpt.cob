*> first and last sequence number seen, and - most importantly - any
*> gaps in the aud-date/aud-seq sequence, which indicate a run that
*> died between writing audit rows and finishing.
*> Each date's activity is also broken down by operator - who signed
*> on to an interactive session, or the job or user behind a batch run
*> - with the records, errors and interactive records of each. Rows
*> written before operators were recorded are counted under (none).
*> Since the cutover to per-day audit datasets the trail is scanned
*> the same way audinq scans it: the compact archive first (closed
*> days rolled up by audmaint), then every day dataset still listed in
fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd report-file.
    01 report-record picture x(80).

    02 filler picture x(1).
*>  Later additions to the trail, spaces on older rows: the input
*>  record number the row was translated from, where the row came
*>  from (B batch, I interactive, S resubmit), the
*>  dictionary-resolved flag, and the operator. Only the source and
*>  the operator are reported here.
    02 aud-recno picture x(7).
    02 filler picture x(1).
    02 aud-source picture x(1).
    02 filler picture x(1).
    02 aud-dict picture x(1).
    02 filler picture x(1).
    02 aud-operator picture x(8).

*> Control-break state: the audit trail is appended chronologically,
*> so all of a date's records arrive together; a change of aud-date
    02 ws-date-gaps picture 9(5) value 0.
77  ws-date-err-rate picture 9(3)v9(2) value 0.

*> The date's activity by operator, in the order each operator first
*> appears that day. A day with more operators than the table holds
*> counts the rest together under the last entry, (other).
01  ws-operator-table.
    02 ws-operator-entry occurs 50 times.
       03 opt-operator picture x(8).
       03 opt-count picture 9(7).
       03 opt-err picture 9(7).
       03 opt-interactive picture 9(7).
77  ws-operator-count picture 9(2) value 0.
77  ws-operator-i picture 9(2) usage is computational.
77  ws-operator-max picture 9(2) value 50.
01  ws-row-operator picture x(8).

*> Grand totals across every date on file.
01  ws-grand-totals.
    02 ws-grand-count picture 9(7) value 0.
    02 filler picture x(9) value '  Gaps:  '.
    02 rpt-gaps picture zzzz9.

*> One line per operator active on the date.
01  operator-header-line.
    02 filler picture x(14) value '  By operator:'.

01  operator-detail-line.
    02 filler picture x(4) value spaces.
    02 rpt-operator picture x(8).
    02 filler picture x(11) value '  Records: '.
    02 rpt-operator-count picture zzzzzz9.
    02 filler picture x(11) value '  Errors:  '.
    02 rpt-operator-err picture zzzzzz9.
    02 filler picture x(15) value '  Interactive: '.
    02 rpt-operator-interactive picture zzzzzz9.

*> One line per detected gap: the sequence numbers missing between two
*> consecutive audit rows of the same date.
01  gap-detail-line.
            until eof is equal 1.
        close audit-file.

*> Walk the generation registry and scan each day dataset it still
*> lists as current. Days rolled into the archive - archived, or kept
*> on disk after failing their proof - were covered by the archive
*> scan, and are skipped.
process-registered-days.
        move 0 to ws-registry-eof.
        open input registry-file.
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
        move aud-seq to ws-date-first-seq.
        move 0 to ws-date-last-seq.
        move 0 to ws-date-gaps.
        move 0 to ws-operator-count.
        move ws-current-date to rpt-date.
        move date-header-line to ws-report-line.
        perform write-report-line.
            add 1 to ws-grand-gaps
        end-if.
        move aud-seq to ws-date-last-seq.
        perform accumulate-operator.

*> Roll the record into its operator's totals for the date, adding the
*> operator to the table on first sight.
accumulate-operator.
        if aud-operator is equal to spaces
            move '(none)' to ws-row-operator
        else
            move aud-operator to ws-row-operator
        end-if.
        perform varying ws-operator-i from 1 by 1
                until ws-operator-i is greater than ws-operator-count
                or opt-operator(ws-operator-i) is equal to
                    ws-row-operator
            continue
        end-perform.
        if ws-operator-i is greater than ws-operator-count
            if ws-operator-count is less than ws-operator-max
                add 1 to ws-operator-count
                move ws-operator-count to ws-operator-i
                move ws-row-operator to opt-operator(ws-operator-i)
                move 0 to opt-count(ws-operator-i)
                move 0 to opt-err(ws-operator-i)
                move 0 to opt-interactive(ws-operator-i)
            else
                move ws-operator-max to ws-operator-i
                move '(other)' to opt-operator(ws-operator-i)
            end-if
        end-if.
        add 1 to opt-count(ws-operator-i).
        if aud-err is not equal 0
            add 1 to opt-err(ws-operator-i)
        end-if.
        if aud-source is equal to 'I'
            add 1 to opt-interactive(ws-operator-i)
        end-if.

*> Write the closing totals for the date group just finished.
close-out-date.
        move ws-date-gaps to rpt-gaps.
        move date-seq-line to ws-report-line.
        perform write-report-line.
        move operator-header-line to ws-report-line.
        perform write-report-line.
        perform varying ws-operator-i from 1 by 1
                until ws-operator-i is greater than ws-operator-count
            move opt-operator(ws-operator-i) to rpt-operator
            move opt-count(ws-operator-i) to rpt-operator-count
            move opt-err(ws-operator-i) to rpt-operator-err
            move opt-interactive(ws-operator-i)
                to rpt-operator-interactive
            move operator-detail-line to ws-report-line
            perform write-report-line
        end-perform.
        move spaces to ws-report-line.
        perform write-report-line.

