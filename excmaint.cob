identification division.
program-id. excmaint.

*> Exception dictionary maintenance - the write side of the shop's
*> dictionary of known historical spellings (ROMANEXC.DAT), which the
*> translator's load-exception-dictionary only ever reads. Two ways in,
*> the same two mstmaint offers for the master catalog:
*>   batch        apply a sequential extract of dictionary changes -
*>                adds, value changes, and deletions - and write a
*>                delta report of what changed;
*>   interactive  an operator conversation for one-off corrections:
*>                look a spelling up, add, change, or delete it.
*> Every change is checked before it goes on: the spelling must be
*> one strict validation actually refuses (a spelling conv already
*> accepts would never reach the dictionary, so an entry for it is
*> dead weight at best and a silent override at worst), it must still
*> parse as roman letters under lenient validation, and the value
*> must be one the translator could otherwise emit (1 to 3999999).
*> A value that disagrees with the letters' own lenient reading ("IIX"
*> mapped to 8 reads as 10) is applied but queried on the delta report
*> for a second look.
*> Every applied change is logged the way catalog changes are: one
*> record appended to a per-day change-log dataset - base name dot
*> yyyymmdd - with a sequence number seeded from the highest already
*> on file for the day.
*> The dictionary is small (the translator holds at most 200 entries),
*> so it is loaded whole and rewritten after every applied change; a
*> dictionary already bigger than that table is refused outright
*> rather than rewritten short.
*> Extract record layout (one change per line):
*>   col 1      action: A add, C change value, D delete
*>   col 3-32   spelling
*>   col 34-41  decimal value (adds and changes; ignored on a delete)
*> Dataset names and their overrides:
*>   dictionary ROMANEXC.DAT   ROMAN_EXCEPTION_FILE
*>   extract    EXCEXTR.DAT    ROMAN_EXCEPTION_EXTRACT
*>   delta      EXCDELTA.DAT   ROMAN_EXCEPTION_DELTA
*>   change log EXCLOG.DAT     ROMAN_EXCEPTION_LOG (base name, per day)
*> Batch mode is selected with ROMAN_EXCMAINT_BATCH=Y; anything else
*> starts the interactive conversation.
*> Every change-log record names who made the change: the operator
*> an interactive session starts by signing on, or for a batch load
*> the submitting job or user - ROMAN_OPERATOR as the job sets it,
*> else the login user.
*> Returns 0 when every extract record applied cleanly, 4 when some
*> records were refused or queried (each reported on the delta
*> report), 16 when a dataset it cannot proceed without fails to open
*> or the dictionary exceeds the table.

environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select exception-file assign to dynamic ws-exception-file
        organization is line sequential
        file status is ws-exception-status.
    select extract-file assign to dynamic ws-extract-file
        organization is line sequential
        file status is ws-extract-status.
    select delta-file assign to dynamic ws-delta-file
        organization is line sequential
        file status is ws-delta-status.
    select change-log assign to dynamic ws-log-file
        organization is line sequential
        file status is ws-log-status.

data division.
file section.
fd standard-input.
    01 stdin-record picture x(80).
fd standard-output.
    01 stdout-record picture x(80).
fd exception-file.
    01 exception-record picture x(80).
fd extract-file.
    01 extract-record picture x(80).
fd delta-file.
    01 delta-record picture x(80).
fd change-log.
    01 change-log-record picture x(80).

working-storage section.
77  ws-extract-eof picture 9 value 0.
77  ws-exception-eof picture 9 value 0.
77  ws-quit picture 9 value 0.
77  ws-stdin-eof picture 9 value 0.

01  ws-exception-file picture x(64) value 'ROMANEXC.DAT'.
01  ws-exception-status picture x(2).
01  ws-extract-file picture x(64) value 'EXCEXTR.DAT'.
01  ws-extract-status picture x(2).
01  ws-delta-file picture x(64) value 'EXCDELTA.DAT'.
01  ws-delta-status picture x(2).

*> Change log: per-day dataset, base name dot yyyymmdd, sequence
*> seeded from the day's file - the same per-day idiom mstmaint uses
*> for the catalog's change log.
01  ws-log-base picture x(64) value 'EXCLOG.DAT'.
01  ws-log-file picture x(64).
01  ws-log-status picture x(2).
77  ws-log-seq picture 9(6) value 0.
77  ws-seed-eof picture 9 value 0.
01  ws-log-date picture x(8).

77  ws-batch-mode picture x(1) value 'N'.
    88 batch-mode value 'Y'.

*> Source tag carried on every change-log record: B extract load, I
*> interactive correction.
77  ws-log-source picture x(1) value 'B'.

*> Who is making the changes: the signed-on operator, or the job or
*> user that submitted the batch load.
01  ws-operator picture x(8) value spaces.

77  ws-return-code picture 9(2) value 0.

*> One dictionary line, in the layout the translator's
*> load-exception-dictionary reads: the spelling in columns 1-30, the
*> decimal value from column 32.
01  exception-line.
    02 exc-in-spelling picture x(30).
    02 filler picture x(1).
    02 exc-in-value picture x(8).

*> The dictionary loaded whole, in file order. The value is kept as
*> text so a line the translator would ignore (a bad value someone
*> typed by hand) is carried through a rewrite untouched, not lost.
01  ws-exception-table.
    02 ws-exception-entry occurs 200 times.
       03 wx-spelling picture x(30).
       03 wx-value-text picture x(8).
77  ws-exception-count picture 9(3) value 0.
77  ws-exception-i picture 9(3) usage is computational.
77  ws-exception-found picture 9(3) usage is computational.
77  ws-exception-overflow picture 9 value 0.

*> Image of one extract line.
01  extract-line.
    02 ext-action picture x(1).
    02 filler picture x(1).
    02 ext-spelling picture x(30).
    02 filler picture x(1).
    02 ext-value picture x(8).

*> One change-log record: date, sequence, action, spelling, the value
*> as it now stands (the deleted value for a D), the value it replaced
*> (changes only), the source tag, and the operator.
01  log-line.
    02 log-date picture x(8).
    02 filler picture x(1) value space.
    02 log-seq picture 9(6).
    02 filler picture x(1) value space.
    02 log-action picture x(1).
    02 filler picture x(1) value space.
    02 log-spelling picture x(30).
    02 filler picture x(1) value space.
    02 log-value picture x(8).
    02 filler picture x(1) value space.
    02 log-old-value picture x(8).
    02 filler picture x(1) value space.
    02 log-source picture x(1).
    02 filler picture x(1) value space.
    02 log-operator picture x(8).

*> The change being applied right now, whichever mode it came from.
77  ws-action picture x(1).
01  ws-work-spelling picture x(30).
01  ws-work-value-text picture x(8).
77  ws-work-value picture s9(7) usage is computational.
01  ws-old-value-text picture x(8).
01  ws-value-edit picture z(6)9.

*> The conv call interface, same shape the translator uses: the
*> spelling is put through strict validation (it must fail) and then
*> lenient validation (it must still parse as roman letters).
01  roman.
    02 s picture x(1) occurs 30 times.
01  roman-alpha redefines roman picture x(30).
77  roman-len picture s99 usage is computational.
77  err picture s9 usage is computational-3.
77  reason picture s99 usage is computational-3.
77  result picture s9(7) usage is computational.
77  frac picture s99 usage is computational.
77  direction picture x(1) value 'F'.
77  strict-flag picture x(1) value 'Y'.
77  notation picture x(1) value 'B'.

*> The letters' own lenient reading, kept for the plausibility query.
77  ws-lenient-value picture s9(7) usage is computational.
77  ws-queried picture 9 value 0.

01  ws-counts.
    02 ws-count-read picture 9(7) value 0.
    02 ws-count-added picture 9(7) value 0.
    02 ws-count-changed picture 9(7) value 0.
    02 ws-count-deleted picture 9(7) value 0.
    02 ws-count-refused picture 9(7) value 0.
    02 ws-count-queried picture 9(7) value 0.

01  ws-report-line picture x(80).
01  ws-input-line picture x(80).

01  delta-title-line.
    02 filler picture x(33) value 'Exception Dictionary Delta Report'.

01  delta-title-underline.
    02 filler picture x(33) value '---------------------------------'.

01  delta-change-line.
    02 dcl-tag picture x(9).
    02 dcl-spelling picture x(30).
    02 filler picture x(1) value space.
    02 dcl-value picture x(8).

01  delta-was-line.
    02 filler picture x(9) value '    was: '.
    02 dwl-value picture x(8).

01  delta-query-line.
    02 filler picture x(40) value
       '    QUERY: letters read leniently as    '.
    02 dql-lenient picture z(6)9.

01  delta-refused-line.
    02 filler picture x(9) value 'REFUSED  '.
    02 drl-spelling picture x(30).
    02 filler picture x(1) value space.
    02 drl-why picture x(40).

01  delta-counts-line-1.
    02 filler picture x(11) value 'Read:      '.
    02 dct-read picture zzzzzz9.
    02 filler picture x(11) value '  Added:   '.
    02 dct-added picture zzzzzz9.
    02 filler picture x(11) value '  Changed: '.
    02 dct-changed picture zzzzzz9.

01  delta-counts-line-2.
    02 filler picture x(11) value 'Deleted:   '.
    02 dct-deleted picture zzzzzz9.
    02 filler picture x(11) value '  Refused: '.
    02 dct-refused picture zzzzzz9.
    02 filler picture x(11) value '  Queried: '.
    02 dct-queried picture zzzzzz9.

01  title-line.
    02 filler picture x(32) value 'Exception Dictionary Maintenance'.

01  title-underline.
    02 filler picture x(32) value '--------------------------------'.

01  operator-prompt-line.
    02 filler picture x(12) value 'Operator ID:'.

01  menu-prompt-line.
    02 filler picture x(40) value
       '(L)ook up, (A)dd, (C)hange, (D)elete, or'.
    02 filler picture x(9) value ' (Q)uit:'.

01  spelling-prompt-line.
    02 filler picture x(9) value 'Spelling:'.

01  value-prompt-line.
    02 filler picture x(14) value 'Decimal value:'.

01  found-line.
    02 filler picture x(7) value 'Found: '.
    02 fnd-spelling picture x(30).
    02 filler picture x(1) value space.
    02 fnd-value picture x(8).

01  not-found-line.
    02 filler picture x(32) value 'Not in the exception dictionary.'.

01  applied-line.
    02 filler picture x(9) value 'Applied: '.
    02 apl-action picture x(1).
    02 filler picture x(1) value space.
    02 apl-spelling picture x(30).

01  query-msg-line.
    02 filler picture x(38) value
       'Note: letters read leniently as      '.
    02 qml-lenient picture z(6)9.
    02 filler picture x(23) value ' - check the value'.

01  refused-msg-line.
    02 filler picture x(9) value 'Refused: '.
    02 rfm-why picture x(40).

01  bad-choice-line.
    02 filler picture x(33) value 'Unrecognized choice, try again.'.

77  ws-refused-why picture x(40).

procedure division.
        accept ws-exception-file from environment 'ROMAN_EXCEPTION_FILE'
            on exception move 'ROMANEXC.DAT' to ws-exception-file
        end-accept.
        accept ws-extract-file from environment 'ROMAN_EXCEPTION_EXTRACT'
            on exception move 'EXCEXTR.DAT' to ws-extract-file
        end-accept.
        accept ws-delta-file from environment 'ROMAN_EXCEPTION_DELTA'
            on exception move 'EXCDELTA.DAT' to ws-delta-file
        end-accept.
        accept ws-log-base from environment 'ROMAN_EXCEPTION_LOG'
            on exception move 'EXCLOG.DAT' to ws-log-base
        end-accept.
        accept ws-batch-mode from environment 'ROMAN_EXCMAINT_BATCH'
            on exception move 'N' to ws-batch-mode
        end-accept.
        if ws-batch-mode is not equal to 'Y'
            move 'N' to ws-batch-mode
        end-if.
        move function current-date(1:8) to ws-log-date.
        perform load-dictionary.
        if ws-exception-overflow is equal 1
            display 'EXCMAINT: exception dictionary '
                function trim(ws-exception-file)
                ' exceeds the table (200 entries) - nothing changed'
            stop run returning 16
        end-if.
        perform resolve-log-file.
        perform seed-log-seq.
        perform open-change-log.
        if batch-mode
            move 'B' to ws-log-source
            perform identify-batch-operator
            perform run-batch-load
        else
            move 'I' to ws-log-source
            perform run-interactive
        end-if.
        close change-log.
        stop run returning ws-return-code.

*> Load the dictionary whole into the table. No dictionary at all just
*> means no entries yet - the first add creates it.
load-dictionary.
        move 0 to ws-exception-eof.
        open input exception-file.
        if ws-exception-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-exception-eof is equal to 1
            read exception-file into exception-line
                at end move 1 to ws-exception-eof
                not at end
                    if exc-in-spelling is not equal to spaces
                        if ws-exception-count is less than 200
                            add 1 to ws-exception-count
                            move function upper-case(exc-in-spelling)
                                to wx-spelling(ws-exception-count)
                            move exc-in-value
                                to wx-value-text(ws-exception-count)
                        else
                            move 1 to ws-exception-overflow
                        end-if
                    end-if
            end-read
        end-perform.
        close exception-file.

*> Rewrite the dictionary from the table, in the layout the translator
*> reads. Done after every applied change, so the dictionary on disk
*> never falls behind the change log. A dictionary that cannot be
*> rewritten stops the run: carrying on would log changes that never
*> reached the file.
rewrite-dictionary.
        open output exception-file.
        if ws-exception-status is not equal to '00'
            display 'EXCMAINT: cannot rewrite exception dictionary '
                function trim(ws-exception-file)
                ' (file status ' ws-exception-status ')'
            close change-log
            stop run returning 16
        end-if.
        perform varying ws-exception-i from 1 by 1
                until ws-exception-i is greater than ws-exception-count
            move spaces to exception-line
            move wx-spelling(ws-exception-i) to exc-in-spelling
            move wx-value-text(ws-exception-i) to exc-in-value
            write exception-record from exception-line
        end-perform.
        close exception-file.

*> Resolve today's change-log day dataset: base name dot yyyymmdd.
resolve-log-file.
        move spaces to ws-log-file.
        string function trim(ws-log-base) delimited by size
            '.' delimited by size
            ws-log-date delimited by size
            into ws-log-file
        end-string.

*> Seed ws-log-seq from the highest sequence already on today's
*> change-log dataset, so the date+sequence pair stays a unique key
*> across separate runs and sessions on the same day.
seed-log-seq.
        move 0 to ws-log-seq.
        move 0 to ws-seed-eof.
        open input change-log.
        if ws-log-status is equal to '00'
            perform until ws-seed-eof is equal to 1
                read change-log into log-line
                    at end move 1 to ws-seed-eof
                    not at end
                        if log-date is equal to ws-log-date
                                and log-seq is greater than ws-log-seq
                            move log-seq to ws-log-seq
                        end-if
                end-read
            end-perform
            close change-log
        end-if.

*> Open the change log for append, creating it if this is the first
*> change of the day. A dictionary change that cannot be logged must
*> not be applied at all.
open-change-log.
        open extend change-log.
        if ws-log-status is equal to '35'
            open output change-log
        end-if.
        if ws-log-status is not equal to '00'
            display 'EXCMAINT: cannot open change log '
                function trim(ws-log-file)
                ' (file status ' ws-log-status ')'
            stop run returning 16
        end-if.

*> Append one change-log record for the change just applied.
write-change-log.
        add 1 to ws-log-seq.
        move ws-log-date to log-date.
        move ws-log-seq to log-seq.
        move ws-action to log-action.
        move ws-work-spelling to log-spelling.
        if ws-action is equal to 'D'
            move ws-old-value-text to log-value
        else
            move ws-work-value-text to log-value
        end-if.
        if ws-action is equal to 'C'
            move ws-old-value-text to log-old-value
        else
            move spaces to log-old-value
        end-if.
        move ws-log-source to log-source.
        move ws-operator to log-operator.
        write change-log-record from log-line.

*> Batch load: apply every extract record to the dictionary and write
*> the delta report of what changed (and what was refused, and why).
run-batch-load.
        open input extract-file.
        if ws-extract-status is not equal to '00'
            display 'EXCMAINT: cannot open extract '
                function trim(ws-extract-file)
                ' (file status ' ws-extract-status ')'
            close change-log
            stop run returning 16
        end-if.
        open output delta-file.
        if ws-delta-status is not equal to '00'
            display 'EXCMAINT: cannot open delta report '
                function trim(ws-delta-file)
                ' (file status ' ws-delta-status ')'
            close extract-file
            close change-log
            stop run returning 16
        end-if.
        move delta-title-line to ws-report-line.
        perform write-delta-line.
        move delta-title-underline to ws-report-line.
        perform write-delta-line.
        perform apply-extract-record
            until ws-extract-eof is equal 1.
        move ws-count-read to dct-read.
        move ws-count-added to dct-added.
        move ws-count-changed to dct-changed.
        move delta-counts-line-1 to ws-report-line.
        perform write-delta-line.
        move ws-count-deleted to dct-deleted.
        move ws-count-refused to dct-refused.
        move ws-count-queried to dct-queried.
        move delta-counts-line-2 to ws-report-line.
        perform write-delta-line.
        close extract-file.
        close delta-file.
        if ws-count-refused is greater than 0
                or ws-count-queried is greater than 0
            move 4 to ws-return-code
        end-if.

*> Read and apply one extract record. A record that cannot be applied
*> is refused onto the delta report with its reason, and the load
*> carries on.
apply-extract-record.
        read extract-file into extract-line
            at end
                move 1 to ws-extract-eof
            not at end
                add 1 to ws-count-read
                perform apply-one-extract
        end-read.

*> Validate and apply the extract record in extract-line.
apply-one-extract.
        move function upper-case(ext-action) to ws-action.
        if ws-action is not equal to 'A'
                and ws-action is not equal to 'C'
                and ws-action is not equal to 'D'
            move 'unrecognized action code' to ws-refused-why
            perform refuse-extract-record
            exit paragraph
        end-if.
        move function upper-case(ext-spelling) to ws-work-spelling.
        move ext-value to ws-work-value-text.
        perform apply-change.
        if ws-refused-why is not equal to spaces
            perform refuse-extract-record
        end-if.

*> Write one refused extract record to the delta report and count it.
refuse-extract-record.
        move ext-spelling to drl-spelling.
        move ws-refused-why to drl-why.
        move delta-refused-line to ws-report-line.
        perform write-delta-line.
        add 1 to ws-count-refused.

*> Apply the change in ws-action/ws-work-spelling/ws-work-value-text
*> to the dictionary, logging it and rewriting the dictionary on
*> success. ws-refused-why comes back non-space when the change is
*> refused. Shared by the batch load and the interactive
*> conversation, so a one-off correction follows exactly the same
*> rules (and the same logging) as an extract line.
apply-change.
        move spaces to ws-refused-why.
        move 0 to ws-queried.
        if ws-work-spelling is equal to spaces
            move 'spelling missing' to ws-refused-why
            exit paragraph
        end-if.
        perform find-dictionary-entry.
        if ws-action is not equal to 'D'
            perform validate-new-entry
            if ws-refused-why is not equal to spaces
                exit paragraph
            end-if
        end-if.
        evaluate true
            when ws-action is equal to 'A'
                if ws-exception-found is greater than 0
                    move 'spelling already in the dictionary'
                        to ws-refused-why
                else
                    if ws-exception-count is greater than or equal to 200
                        move 'dictionary full (200 entries)'
                            to ws-refused-why
                    else
                        add 1 to ws-exception-count
                        move ws-work-spelling
                            to wx-spelling(ws-exception-count)
                        move ws-work-value-text
                            to wx-value-text(ws-exception-count)
                        add 1 to ws-count-added
                    end-if
                end-if
            when ws-action is equal to 'C'
                if ws-exception-found is equal 0
                    move 'spelling not in the dictionary'
                        to ws-refused-why
                else
                    move ws-work-value-text
                        to wx-value-text(ws-exception-found)
                    add 1 to ws-count-changed
                end-if
            when ws-action is equal to 'D'
                if ws-exception-found is equal 0
                    move 'spelling not in the dictionary'
                        to ws-refused-why
                else
                    perform remove-dictionary-entry
                    add 1 to ws-count-deleted
                end-if
        end-evaluate.
        if ws-refused-why is equal to spaces
            if ws-queried is equal 1
                add 1 to ws-count-queried
            end-if
            perform rewrite-dictionary
            perform write-change-log
            perform write-delta-change
        end-if.

*> Look ws-work-spelling up in the table: ws-exception-found gets its
*> position (zero when absent), ws-old-value-text its current value.
find-dictionary-entry.
        move 0 to ws-exception-found.
        move spaces to ws-old-value-text.
        perform varying ws-exception-i from 1 by 1
                until ws-exception-i is greater than ws-exception-count
                or ws-exception-found is greater than 0
            if wx-spelling(ws-exception-i) is equal to ws-work-spelling
                move ws-exception-i to ws-exception-found
                move wx-value-text(ws-exception-i) to ws-old-value-text
            end-if
        end-perform.

*> Close the gap a deleted entry leaves, keeping the rest of the
*> dictionary in its file order.
remove-dictionary-entry.
        perform varying ws-exception-i from ws-exception-found by 1
                until ws-exception-i is greater than or equal to
                    ws-exception-count
            move ws-exception-entry(ws-exception-i + 1)
                to ws-exception-entry(ws-exception-i)
        end-perform.
        subtract 1 from ws-exception-count.

*> The checks an add or change must pass: the value is one the
*> translator could emit, the spelling is one strict validation
*> refuses (otherwise the dictionary would never be consulted for
*> it), and the spelling still parses as roman letters leniently -
*> a typing slip in the spelling would otherwise sit in the
*> dictionary matching nothing. A value that disagrees with the
*> letters' lenient reading is let through but queried.
validate-new-entry.
        if function trim(ws-work-value-text) is not numeric
            move 'value not numeric' to ws-refused-why
            exit paragraph
        end-if.
        if function numval(ws-work-value-text) is less than 1
                or function numval(ws-work-value-text)
                    is greater than 3999999
            move 'value not 1 to 3999999' to ws-refused-why
            exit paragraph
        end-if.
        compute ws-work-value = function numval(ws-work-value-text).
        move ws-work-value to ws-value-edit.
        move function trim(ws-value-edit) to ws-work-value-text.
        move 'Y' to strict-flag.
        perform call-conv.
        if err is equal 0
            move 'spelling already valid in strict mode'
                to ws-refused-why
            exit paragraph
        end-if.
        move 'N' to strict-flag.
        perform call-conv.
        if err is equal 1
            move 'spelling does not parse as a numeral'
                to ws-refused-why
            exit paragraph
        end-if.
        if frac is not equal 0
            move 'fraction marks not allowed' to ws-refused-why
            exit paragraph
        end-if.
        move result to ws-lenient-value.
        if ws-lenient-value is not equal to ws-work-value
            move 1 to ws-queried
        end-if.

*> Put ws-work-spelling through conv's forward path under the current
*> strict-flag.
call-conv.
        move ws-work-spelling to roman.
        move 0 to roman-len.
        inspect function reverse(roman-alpha)
            tallying roman-len for leading spaces.
        compute roman-len = 30 - roman-len.
        move 'F' to direction.
        call "conv" using roman, roman-len, err, reason, result,
            frac, direction, strict-flag, notation.

*> Write the delta-report lines for the change just applied. Batch
*> only - the interactive session's confirmations go to the operator.
write-delta-change.
        if not batch-mode
            exit paragraph
        end-if.
        evaluate true
            when ws-action is equal to 'A'
                move 'ADDED    ' to dcl-tag
                move ws-work-value-text to dcl-value
            when ws-action is equal to 'C'
                move 'CHANGED  ' to dcl-tag
                move ws-work-value-text to dcl-value
            when ws-action is equal to 'D'
                move 'DELETED  ' to dcl-tag
                move ws-old-value-text to dcl-value
        end-evaluate.
        move ws-work-spelling to dcl-spelling.
        move delta-change-line to ws-report-line.
        perform write-delta-line.
        if ws-action is equal to 'C'
            move ws-old-value-text to dwl-value
            move delta-was-line to ws-report-line
            perform write-delta-line
        end-if.
        if ws-queried is equal 1
            move ws-lenient-value to dql-lenient
            move delta-query-line to ws-report-line
            perform write-delta-line
        end-if.

*> Write the current report line to the delta dataset.
write-delta-line.
        write delta-record from ws-report-line.

*> Interactive conversation: the same apply-change path the batch load
*> uses, driven by operator prompts instead of extract lines.
run-interactive.
        open input standard-input.
        open output standard-output.
        write stdout-record from title-line.
        write stdout-record from title-underline.
        perform sign-on-operator.
        if ws-operator is equal to spaces
            move 1 to ws-quit
        end-if.
        perform maintenance-loop until ws-quit is equal 1.
        close standard-input, standard-output.

*> One round of the maintenance conversation.
maintenance-loop.
        write stdout-record from menu-prompt-line.
        write stdout-record from '> ' after advancing 0 lines.
        perform read-operator-line.
        if ws-stdin-eof is equal 1
            move 1 to ws-quit
            exit paragraph
        end-if.
        move function upper-case(ws-input-line(1:1)) to ws-action.
        evaluate true
            when ws-action is equal to 'L'
                perform interactive-lookup
            when ws-action is equal to 'A'
                    or ws-action is equal to 'C'
                perform interactive-add-change
            when ws-action is equal to 'D'
                perform interactive-delete
            when ws-action is equal to 'Q'
                move 1 to ws-quit
            when ws-action is equal to space
                continue
            when other
                write stdout-record from bad-choice-line
        end-evaluate.

*> Operator sign-on: ask until an operator ID is given, or the session
*> ends - nothing is changed in a session no one has signed on to.
sign-on-operator.
        perform until ws-operator is not equal to spaces
                or ws-stdin-eof is equal 1
            write stdout-record from operator-prompt-line
            write stdout-record from '> ' after advancing 0 lines
            perform read-operator-line
            move function upper-case(function trim(ws-input-line))
                to ws-operator
        end-perform.

*> Identify a batch load: the job or user the scheduler names in
*> ROMAN_OPERATOR, else the user it runs under, in capitals the way
*> operators sign on.
identify-batch-operator.
        accept ws-operator from environment 'ROMAN_OPERATOR'
            on exception
                accept ws-operator from environment 'USER'
                    on exception move 'BATCH' to ws-operator
                end-accept
        end-accept.
        if ws-operator is equal to spaces
            move 'BATCH' to ws-operator
        end-if.
        move function upper-case(ws-operator) to ws-operator.

*> Read one line from the operator, noting end of input (which ends
*> the whole session, same as Q).
read-operator-line.
        move spaces to ws-input-line.
        read standard-input into ws-input-line
            at end move 1 to ws-stdin-eof
        end-read.

*> Ask for the spelling, and look it up.
get-operator-spelling.
        move spaces to ws-refused-why.
        write stdout-record from spelling-prompt-line.
        write stdout-record from '> ' after advancing 0 lines.
        perform read-operator-line.
        if ws-stdin-eof is equal 1
            move 1 to ws-quit
            move 'session ended' to ws-refused-why
            exit paragraph
        end-if.
        move function upper-case(ws-input-line(1:30))
            to ws-work-spelling.
        perform find-dictionary-entry.

*> Show the dictionary entry just found.
show-found-entry.
        move ws-work-spelling to fnd-spelling.
        move ws-old-value-text to fnd-value.
        write stdout-record from found-line.

*> Look one spelling up and show what the dictionary maps it to.
interactive-lookup.
        perform get-operator-spelling.
        if ws-refused-why is not equal to spaces
            exit paragraph
        end-if.
        if ws-exception-found is greater than 0
            perform show-found-entry
        else
            write stdout-record from not-found-line
        end-if.

*> Add a new spelling or change an existing one's value: show the
*> current entry first on a change, gather the value, and apply
*> through the same path the batch load uses.
interactive-add-change.
        perform get-operator-spelling.
        if ws-refused-why is not equal to spaces
            exit paragraph
        end-if.
        if ws-exception-found is greater than 0
            perform show-found-entry
        end-if.
        write stdout-record from value-prompt-line.
        write stdout-record from '> ' after advancing 0 lines.
        perform read-operator-line.
        if ws-stdin-eof is equal 1
            move 1 to ws-quit
            exit paragraph
        end-if.
        move ws-input-line(1:8) to ws-work-value-text.
        perform apply-change.
        perform show-apply-outcome.

*> Delete a spelling: show what is being deleted, then apply.
interactive-delete.
        perform get-operator-spelling.
        if ws-refused-why is not equal to spaces
            exit paragraph
        end-if.
        if ws-exception-found is greater than 0
            perform show-found-entry
        end-if.
        move spaces to ws-work-value-text.
        move 'D' to ws-action.
        perform apply-change.
        perform show-apply-outcome.

*> Tell the operator whether the change just attempted went on, and
*> whether its value is worth a second look.
show-apply-outcome.
        if ws-refused-why is equal to spaces
            move ws-action to apl-action
            move ws-work-spelling to apl-spelling
            write stdout-record from applied-line
            if ws-queried is equal 1
                move ws-lenient-value to qml-lenient
                write stdout-record from query-msg-line
            end-if
        else
            move ws-refused-why to rfm-why
            write stdout-record from refused-msg-line
        end-if.
