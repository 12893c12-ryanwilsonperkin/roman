identification division.
program-id. numinq.

*> Archival-number lifecycle inquiry: everything the system knows
*> about one number, on one paged screen, instead of a look in the
*> catalog, the day-by-day catalog change logs, the audit trail and
*> the reject dataset in turn. The operator keys the number either as
*> a roman numeral (any notation conv reads, leniently, so a
*> misspelling still finds its number) or as a decimal value.
*> Shown first: the number in both forms and where it stands on the
*> catalog - issued with its description, retired, or never issued.
*> Then its history, in date order:
*>   CATALOG   the current description and when it took effect, and
*>             the retirement, from the catalog record itself
*>   HISTORY   each superseded description and the dates it was in
*>             effect, from the catalog history
*>   CHGLOG    every change-log record for the number (action, the
*>             description logged, source), from every day's change
*>             log listed in the change-log registry
*>   AUDIT     every audit row that translated to the number, and
*>             every failed row whose spelling reads as the number
*>   REJECT    every reject row whose spelling reads as the number or
*>             is the spelling keyed, with its reason code
*> The audit trail is searched the way audinq searches it - the
*> archive, then every registered day dataset.
*> Dataset names and their overrides:
*>   catalog    MASTER.DAT     ROMAN_MASTER_FILE
*>   history    MSTHIST.DAT    ROMAN_MASTER_HISTORY
*>   log list   MSTLOGGEN.DAT  ROMAN_MASTER_LOG_REGISTRY
*>   registry   AUDITGEN.DAT   ROMAN_AUDIT_REGISTRY
*>   archive    AUDARCH.DAT    ROMAN_AUDIT_ARCHIVE
*>   rejects    REJECT.DAT     ROMAN_REJECT_FILE
*> Numerals are spelled back in ROMAN_NOTATION (B bracket, the
*> default; V vinculum; A apostrophus), as the translator does.

environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select master-catalog assign to dynamic ws-master-file
        organization is indexed
        access mode is random
        record key is mst-key
        file status is ws-master-status.
    select history-file assign to dynamic ws-history-file
        organization is line sequential
        file status is ws-history-status.
    select log-registry assign to dynamic ws-log-registry-file
        organization is line sequential
        file status is ws-log-registry-status.
    select change-log assign to dynamic ws-log-file
        organization is line sequential
        file status is ws-log-status.
    select registry-file assign to dynamic ws-registry-file
        organization is line sequential
        file status is ws-registry-status.
    select audit-file assign to dynamic ws-scan-file
        organization is line sequential
        file status is ws-audit-status.
    select reject-file assign to dynamic ws-reject-file
        organization is line sequential
        file status is ws-reject-status.

data division.
file section.
fd standard-input.
    01 stdin-record picture x(80).
fd standard-output.
    01 stdout-record picture x(80).
fd master-catalog.
    01 master-record.
       02 mst-key picture 9(7).
       02 mst-description picture x(33).
       02 mst-number-status picture x(1).
          88 mst-number-retired value 'R'.
       02 mst-effective-date picture x(8).
       02 mst-retired-date picture x(8).
fd history-file.
    01 history-record picture x(80).
fd log-registry.
    01 log-registry-record picture x(80).
fd change-log.
    01 change-log-record picture x(80).
fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd reject-file.
    01 reject-record picture x(80).

working-storage section.
77  ws-quit picture 9 value 0.
77  ws-stdin-eof picture 9 value 0.
77  ws-scan-eof picture 9 value 0.

01  ws-master-file picture x(64) value 'MASTER.DAT'.
01  ws-master-status picture x(2).
77  ws-master-opened picture 9 value 0.
01  ws-history-file picture x(64) value 'MSTHIST.DAT'.
01  ws-history-status picture x(2).
01  ws-log-registry-file picture x(64) value 'MSTLOGGEN.DAT'.
01  ws-log-registry-status picture x(2).
77  ws-log-registry-eof picture 9 value 0.
01  ws-log-file picture x(64).
01  ws-log-status picture x(2).
01  ws-registry-file picture x(64) value 'AUDITGEN.DAT'.
01  ws-registry-status picture x(2).
77  ws-registry-eof picture 9 value 0.
01  ws-archive-file picture x(64) value 'AUDARCH.DAT'.
01  ws-scan-file picture x(64).
01  ws-audit-status picture x(2).
01  ws-reject-file picture x(64) value 'REJECT.DAT'.
01  ws-reject-status picture x(2).

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
77  strict-flag picture x(1) value 'N'.
77  ws-notation picture x(1) value 'B'.

*> The number asked about, and its spellings: as keyed, and as conv
*> spells it back.
77  ws-number picture s9(7) usage is computational.
01  ws-number-in picture x(30).
01  ws-number-spelled picture x(30).
01  ws-number-display picture z(6)9.
01  ws-keyed-spelling picture x(30).

*> Image of one change-log registry line, as mstmaint writes it.
01  lgn-line.
    02 lgn-date picture x(8).
    02 filler picture x(1).
    02 lgn-status picture x(1).
    02 filler picture x(1).
    02 lgn-file picture x(64).

*> Image of one change-log record, as mstmaint writes it.
01  log-line.
    02 log-date picture x(8).
    02 filler picture x(1).
    02 log-seq picture 9(6).
    02 filler picture x(1).
    02 log-action picture x(1).
    02 filler picture x(1).
    02 log-key picture x(7).
    02 filler picture x(1).
    02 log-description picture x(33).
    02 filler picture x(1).
    02 log-source picture x(1).
    02 filler picture x(1).
    02 log-operator picture x(8).

*> Image of one catalog history record, as mstmaint writes it.
01  history-line.
    02 hst-key picture x(7).
    02 filler picture x(1).
    02 hst-description picture x(33).
    02 filler picture x(1).
    02 hst-effective-from picture x(8).
    02 filler picture x(1).
    02 hst-effective-to picture x(8).

*> Image of one audit generation registry line.
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
    02 aud-frac picture x(2).
    02 filler picture x(1).
    02 aud-recno picture x(7).
    02 filler picture x(1).
    02 aud-source picture x(1).
    02 filler picture x(1).
    02 aud-dict picture x(1).
    02 filler picture x(1).
    02 aud-operator picture x(8).

*> Image of one reject record, as the translator writes it.
01  reject-line.
    02 rej-record-number picture 9(7).
    02 filler picture x(1).
    02 rej-reason picture 99.
    02 filler picture x(1).
    02 rej-raw picture x(30).
    02 filler picture x(1).
    02 rej-date picture x(8).

*> The number's history, gathered from every source and then put in
*> date order; ev-order keeps events of the same date in the order
*> they were found (catalog, history, change log, audit, rejects),
*> which within each source is already chronological.
01  ws-event-table.
    02 ws-event-entry occurs 2000 times.
       03 ev-sort-key.
          04 ev-date picture x(8).
          04 ev-order picture 9(5).
       03 ev-text picture x(80).
77  ws-event-count picture 9(5) value 0.
77  ws-event-dropped picture 9(7) value 0.
77  ws-event-i picture 9(5) usage is computational.
77  ws-event-j picture 9(5) usage is computational.
77  ws-event-k picture 9(5) usage is computational.
01  ws-event-swap.
    02 wes-sort-key picture x(13).
    02 wes-text picture x(80).
01  ws-event-date picture x(8).

*> One history line being built.
01  event-line.
    02 evl-date picture x(8).
    02 filler picture x(1) value space.
    02 evl-source picture x(7).
    02 filler picture x(1) value space.
    02 evl-detail picture x(63).

01  ws-detail picture x(63).
01  ws-event-operator picture x(8).
77  ws-detail-pointer picture 9(3) usage is computational.
01  ws-frac-text picture x(6).
01  ws-result-display picture -zzzzzz9.
01  ws-seq-display picture 9(6).
01  ws-reason-text picture x(26).

*> Paging: a screenful of history at a time, then a pause for the
*> operator to continue or cut the display short.
77  ws-page-size picture 99 value 15.
77  ws-page-count picture 99 value 0.
77  ws-stop-display picture 9 value 0.

01  ws-input-line picture x(80).
01  ws-report-line picture x(80).

01  title-line.
    02 filler picture x(30) value 'Archival Number Lifecycle Inqu'.
    02 filler picture x(4) value 'iry'.

01  title-underline.
    02 filler picture x(33) value all '-'.

01  number-prompt-line.
    02 filler picture x(40) value
       'Number (roman numeral or decimal value),'.
    02 filler picture x(16) value ' or Q to quit:'.

01  bad-number-line.
    02 filler picture x(39) value
       'Not a numeral or a value in 1-3999999: '.
    02 bnl-reason picture x(26).

01  number-line.
    02 filler picture x(8) value 'Number: '.
    02 nl-value picture z(6)9.
    02 filler picture x(2) value spaces.
    02 nl-spelled picture x(30).

01  catalog-line.
    02 filler picture x(9) value 'Catalog: '.
    02 cl-state picture x(22).
    02 cl-desc picture x(33).

01  history-header-line.
    02 filler picture x(40) value
       'Date     Source  Detail'.

01  pager-prompt-line.
    02 filler picture x(33) value '-- Enter for more, X to stop --'.

01  event-total-line.
    02 filler picture x(16) value 'History entries:'.
    02 etl-count picture zzzzzz9.

01  event-dropped-line.
    02 filler picture x(31) value 'More entries than the display '.
    02 filler picture x(16) value 'holds; not shown'.
    02 edl-count picture zzzzzz9.

procedure division.
        open input standard-input.
        open output standard-output.
        accept ws-master-file from environment 'ROMAN_MASTER_FILE'
            on exception move 'MASTER.DAT' to ws-master-file
        end-accept.
        accept ws-history-file from environment 'ROMAN_MASTER_HISTORY'
            on exception move 'MSTHIST.DAT' to ws-history-file
        end-accept.
        accept ws-log-registry-file from environment
                'ROMAN_MASTER_LOG_REGISTRY'
            on exception move 'MSTLOGGEN.DAT' to ws-log-registry-file
        end-accept.
        accept ws-registry-file from environment 'ROMAN_AUDIT_REGISTRY'
            on exception move 'AUDITGEN.DAT' to ws-registry-file
        end-accept.
        accept ws-archive-file from environment 'ROMAN_AUDIT_ARCHIVE'
            on exception move 'AUDARCH.DAT' to ws-archive-file
        end-accept.
        accept ws-reject-file from environment 'ROMAN_REJECT_FILE'
            on exception move 'REJECT.DAT' to ws-reject-file
        end-accept.
        accept ws-notation from environment 'ROMAN_NOTATION'
            on exception move 'B' to ws-notation
        end-accept.
        if ws-notation is not equal to 'V' and ws-notation is not
                equal to 'A'
            move 'B' to ws-notation
        end-if.
*>      A catalog that will not open still leaves the rest of the
*>      history worth showing; the number's catalog standing is then
*>      reported as unknown.
        open input master-catalog.
        if ws-master-status is equal to '00'
            move 1 to ws-master-opened
        else
            display 'NUMINQ: cannot open master catalog '
                function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
        end-if.
        write stdout-record from title-line.
        write stdout-record from title-underline.
        perform inquiry-loop until ws-quit is equal 1.
        if ws-master-opened is equal 1
            close master-catalog
        end-if.
        close standard-input, standard-output.
        stop run.

*> One inquiry: ask for the number, then show its standing and its
*> history.
inquiry-loop.
        write stdout-record from number-prompt-line.
        write stdout-record from '> ' after advancing 0 lines.
        perform read-operator-line.
        if ws-stdin-eof is equal 1
            move 1 to ws-quit
            exit paragraph
        end-if.
        if ws-input-line is equal to spaces
            exit paragraph
        end-if.
        if function upper-case(function trim(ws-input-line)) is equal
                to 'Q'
            move 1 to ws-quit
            exit paragraph
        end-if.
        perform resolve-number.
        if err is equal 1
            exit paragraph
        end-if.
        perform show-number.
        move 0 to ws-event-count.
        move 0 to ws-event-dropped.
        perform gather-catalog-events.
        perform gather-history-events.
        perform gather-change-log-events.
        perform gather-audit-events.
        perform gather-reject-events.
        perform sort-events.
        perform show-events.

*> Read one line from the operator, noting end of input (which ends
*> the whole session, same as Q).
read-operator-line.
        move spaces to ws-input-line.
        read standard-input into ws-input-line
            at end move 1 to ws-stdin-eof
        end-read.

*> Turn what was keyed into the number: digits are the decimal value,
*> anything else a numeral read leniently. Either way the number is
*> spelled back through conv for the screen.
resolve-number.
        move function upper-case(function trim(ws-input-line))
            to ws-number-in.
        move spaces to ws-keyed-spelling.
        if function trim(ws-number-in) is numeric
            compute ws-number = function numval(ws-number-in)
            move 0 to err
            if ws-number is less than 1 or ws-number is greater than
                    3999999
                move 1 to err
                move 5 to reason
            end-if
        else
            move ws-number-in to ws-keyed-spelling
            move ws-number-in to roman
            perform call-conv-forward
            move result to ws-number
            if err is equal 0 and frac is not equal 0
                move 1 to err
                move 0 to reason
            end-if
        end-if.
        if err is equal 1
            perform describe-reason
            move ws-reason-text to bnl-reason
            write stdout-record from bad-number-line
            exit paragraph
        end-if.
        move ws-number to result.
        move 0 to frac.
        move 'R' to direction.
        call "conv" using roman, roman-len, err, reason, result,
            frac, direction, strict-flag, ws-notation.
        if err is equal 0
            move roman-alpha to ws-number-spelled
        else
            move spaces to ws-number-spelled
            move 0 to err
        end-if.

*> Translate the numeral in roman forward, leniently.
call-conv-forward.
        move 0 to roman-len.
        inspect function reverse(roman-alpha)
            tallying roman-len for leading spaces.
        compute roman-len = 30 - roman-len.
        move 'F' to direction.
        call "conv" using roman, roman-len, err, reason, result,
            frac, direction, strict-flag, ws-notation.

*> Does the spelling in roman read (leniently) as the number asked
*> about? Leaves err 0 when it does.
test-spelling.
        if roman-alpha is equal to spaces
            move 1 to err
            exit paragraph
        end-if.
        move function upper-case(roman-alpha) to roman.
        perform call-conv-forward.
        if err is equal 0
            if result is not equal to ws-number or frac is not equal 0
                move 1 to err
            end-if
        end-if.

*> Reason text for a refused spelling, in the translator's codes.
describe-reason.
        evaluate reason
            when 1 move 'unrecognized letter' to ws-reason-text
            when 2 move 'over-repeated letter' to ws-reason-text
            when 3 move 'non-canonical spelling' to ws-reason-text
            when 4 move 'malformed notation' to ws-reason-text
            when 5 move 'value out of range' to ws-reason-text
            when 6 move 'output column overflow' to ws-reason-text
            when 7 move 'unusable range record' to ws-reason-text
            when 0 move 'carries a fraction' to ws-reason-text
            when other move spaces to ws-reason-text
        end-evaluate.

*> Show the number in both forms and its standing on the catalog.
show-number.
        write stdout-record from spaces.
        move ws-number to nl-value.
        move ws-number-spelled to nl-spelled.
        write stdout-record from number-line.
        move spaces to cl-desc.
        if ws-master-opened is equal 0
            move 'catalog unavailable' to cl-state
            write stdout-record from catalog-line
            exit paragraph
        end-if.
        move ws-number to mst-key.
        read master-catalog
            invalid key continue
        end-read.
        evaluate true
            when ws-master-status is not equal to '00'
                move 'never issued' to cl-state
            when mst-number-retired
                move spaces to cl-state
                string 'RETIRED ' delimited by size
                    mst-retired-date delimited by size
                    into cl-state
                end-string
                move mst-description to cl-desc
            when other
                move spaces to cl-state
                string 'issued since ' delimited by size
                    mst-effective-date delimited by size
                    into cl-state
                end-string
                move mst-description to cl-desc
        end-evaluate.
        write stdout-record from catalog-line.

*> The catalog record itself: when the current description took
*> effect, and the retirement.
gather-catalog-events.
        if ws-master-opened is equal 0 or ws-master-status is not equal
                to '00'
            exit paragraph
        end-if.
        move spaces to ws-detail.
        string 'description now "' delimited by size
            function trim(mst-description) delimited by size
            '" in effect' delimited by size
            into ws-detail
        end-string.
        move mst-effective-date to ws-event-date.
        move 'CATALOG' to evl-source.
        perform add-event.
        if mst-number-retired
            move 'number retired' to ws-detail
            move mst-retired-date to ws-event-date
            move 'CATALOG' to evl-source
            perform add-event
        end-if.

*> Superseded descriptions, from the catalog history.
gather-history-events.
        move 0 to ws-scan-eof.
        open input history-file.
        if ws-history-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-scan-eof is equal 1
            read history-file into history-line
                at end move 1 to ws-scan-eof
                not at end
                    if hst-key is numeric
                            and function numval(hst-key) is equal to
                                ws-number
                        move spaces to ws-detail
                        string 'description "' delimited by size
                            function trim(hst-description)
                                delimited by size
                            '" until ' delimited by size
                            hst-effective-to delimited by size
                            into ws-detail
                        end-string
                        move hst-effective-from to ws-event-date
                        move 'HISTORY' to evl-source
                        perform add-event
                    end-if
            end-read
        end-perform.
        close history-file.

*> Every change-log record for the number, from each day's change log
*> the registry lists.
gather-change-log-events.
        move 0 to ws-log-registry-eof.
        open input log-registry.
        if ws-log-registry-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-log-registry-eof is equal 1
            read log-registry into lgn-line
                at end move 1 to ws-log-registry-eof
                not at end
                    move lgn-file to ws-log-file
                    perform scan-one-change-log
            end-read
        end-perform.
        close log-registry.

*> Scan one day's change log for the number.
scan-one-change-log.
        move 0 to ws-scan-eof.
        open input change-log.
        if ws-log-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-scan-eof is equal 1
            read change-log into log-line
                at end move 1 to ws-scan-eof
                not at end
                    if log-key is numeric
                            and function numval(log-key) is equal to
                                ws-number
                        move log-seq to ws-seq-display
                        move spaces to ws-detail
                        string 'seq ' delimited by size
                            ws-seq-display delimited by size
                            ' ' delimited by size
                            log-action delimited by size
                            ' "' delimited by size
                            function trim(log-description)
                                delimited by size
                            '" source ' delimited by size
                            log-source delimited by size
                            into ws-detail
                        end-string
                        move log-operator to ws-event-operator
                        perform append-event-operator
                        move log-date to ws-event-date
                        move 'CHGLOG' to evl-source
                        perform add-event
                    end-if
            end-read
        end-perform.
        close change-log.

*> Every audit row for the number: the archive, then every day
*> dataset the registry still lists as current (a day rolled into the
*> archive, even one kept on disk after failing its proof, is read
*> from the archive only).
gather-audit-events.
        move ws-archive-file to ws-scan-file.
        perform scan-one-audit-dataset.
        move 0 to ws-registry-eof.
        open input registry-file.
        if ws-registry-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-registry-eof is equal 1
            read registry-file into gen-line
                at end move 1 to ws-registry-eof
                not at end
                    if gen-status is equal to 'C'
                        move gen-file to ws-scan-file
                        perform scan-one-audit-dataset
                    end-if
            end-read
        end-perform.
        close registry-file.

*> Scan one audit dataset for rows translating to the number, and
*> failed rows whose spelling reads as it.
scan-one-audit-dataset.
        move 0 to ws-scan-eof.
        open input audit-file.
        if ws-audit-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-scan-eof is equal 1
            read audit-file into audit-line
                at end move 1 to ws-scan-eof
                not at end perform test-audit-row
            end-read
        end-perform.
        close audit-file.

*> Record one audit row as a history entry when it concerns the
*> number.
test-audit-row.
        if aud-err is equal 0
            if aud-result is not numeric
                exit paragraph
            end-if
            if aud-result is not equal to ws-number
                exit paragraph
            end-if
        else
            if aud-direction is not equal to 'F'
                exit paragraph
            end-if
            move aud-raw to roman
            perform test-spelling
            if err is equal 1
                exit paragraph
            end-if
        end-if.
        move aud-seq to ws-seq-display.
        move spaces to ws-detail.
        if aud-err is equal 0
            string 'seq ' delimited by size
                ws-seq-display delimited by size
                ' ' delimited by size
                aud-direction delimited by size
                ' translated ' delimited by size
                function trim(aud-raw) delimited by size
                ' source ' delimited by size
                aud-source delimited by size
                into ws-detail
            end-string
        else
            string 'seq ' delimited by size
                ws-seq-display delimited by size
                ' ' delimited by size
                aud-direction delimited by size
                ' FAILED ' delimited by size
                function trim(aud-raw) delimited by size
                ' source ' delimited by size
                aud-source delimited by size
                into ws-detail
            end-string
        end-if.
        move aud-operator to ws-event-operator.
        perform append-event-operator.
        move aud-date to ws-event-date.
        move 'AUDIT' to evl-source.
        perform add-event.

*> Every reject row whose spelling reads as the number, or is the
*> spelling the operator keyed.
gather-reject-events.
        move 0 to ws-scan-eof.
        open input reject-file.
        if ws-reject-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-scan-eof is equal 1
            read reject-file into reject-line
                at end move 1 to ws-scan-eof
                not at end perform test-reject-row
            end-read
        end-perform.
        close reject-file.

*> Record one reject row as a history entry when it concerns the
*> number.
test-reject-row.
        if ws-keyed-spelling is equal to spaces
                or function upper-case(rej-raw) is not equal to
                    ws-keyed-spelling
            move rej-raw to roman
            perform test-spelling
            if err is equal 1
                exit paragraph
            end-if
        end-if.
        move rej-reason to reason.
        perform describe-reason.
        move spaces to ws-detail.
        string 'rec ' delimited by size
            rej-record-number delimited by size
            ' ' delimited by size
            function trim(rej-raw) delimited by size
            ' reason ' delimited by size
            rej-reason delimited by size
            ' ' delimited by size
            function trim(ws-reason-text) delimited by size
            into ws-detail
        end-string.
        move rej-date to ws-event-date.
        move 'REJECT' to evl-source.
        perform add-event.

*> Add the history entry built in ws-detail, dated ws-event-date, to
*> the event table.
add-event.
        if ws-event-count is not less than 2000
            add 1 to ws-event-dropped
            exit paragraph
        end-if.
        add 1 to ws-event-count.
        move ws-event-date to ev-date(ws-event-count).
        move ws-event-count to ev-order(ws-event-count).
        move ws-event-date to evl-date.
        move ws-detail to evl-detail.
        move event-line to ev-text(ws-event-count).

*> Name the operator behind a change-log record or audit row; those
*> written before operators were recorded carry none.
append-event-operator.
        if ws-event-operator is equal to spaces
            exit paragraph
        end-if.
        compute ws-detail-pointer =
            function length(function trim(ws-detail trailing)) + 1.
        string ' by ' delimited by size
            function trim(ws-event-operator) delimited by size
            into ws-detail with pointer ws-detail-pointer
        end-string.

*> Selection sort of the history, by date and then the order found.
sort-events.
        perform varying ws-event-i from 1 by 1
                until ws-event-i is greater than or equal to
                    ws-event-count
            move ws-event-i to ws-event-k
            compute ws-event-j = ws-event-i + 1
            perform until ws-event-j is greater than ws-event-count
                if ev-sort-key(ws-event-j) is less than
                        ev-sort-key(ws-event-k)
                    move ws-event-j to ws-event-k
                end-if
                add 1 to ws-event-j
            end-perform
            if ws-event-k is not equal to ws-event-i
                move ws-event-entry(ws-event-i) to ws-event-swap
                move ws-event-entry(ws-event-k)
                    to ws-event-entry(ws-event-i)
                move ws-event-swap to ws-event-entry(ws-event-k)
            end-if
        end-perform.

*> Page the history to the screen, pausing for the operator at each
*> full page.
show-events.
        write stdout-record from spaces.
        write stdout-record from history-header-line.
        move 0 to ws-page-count.
        move 0 to ws-stop-display.
        perform varying ws-event-i from 1 by 1
                until ws-event-i is greater than ws-event-count
                or ws-stop-display is equal 1 or ws-quit is equal 1
            move ev-text(ws-event-i) to ws-report-line
            write stdout-record from ws-report-line
            add 1 to ws-page-count
            if ws-page-count is greater than or equal to ws-page-size
                    and ws-event-i is less than ws-event-count
                move 0 to ws-page-count
                write stdout-record from pager-prompt-line
                perform read-operator-line
                if ws-stdin-eof is equal 1
                    move 1 to ws-quit
                else
                    if function upper-case(ws-input-line(1:1))
                            is equal to 'X'
                        move 1 to ws-stop-display
                    end-if
                end-if
            end-if
        end-perform.
        move ws-event-count to etl-count.
        write stdout-record from event-total-line.
        if ws-event-dropped is greater than 0
            move ws-event-dropped to edl-count
            write stdout-record from event-dropped-line
        end-if.
        write stdout-record from spaces.
