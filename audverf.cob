identification division.
program-id. audverf.

*> Audit-trail verification: recomputes every day's control totals
*> (row count, sum of aud-result, check total over the rows - added up
*> by audsum exactly as the translator added them up when it wrote the
*> rows) from what is on disk now, and compares each day with the
*> control the translator recorded for it in the control dataset. This
*> is the proof for the auditors that the retained trail has not been
*> altered: an edited, removed, inserted or reordered row, or a day
*> cut short after its last numbered row, no longer matches.
*> The trail is scanned the same way auditrpt scans it - the archive
*> first, then every day dataset the registry still lists as current.
*> Days the registry marks archived (A), or kept (K - audmaint keeps
*> a day dataset that failed its rollover proof on disk for
*> investigation, but its rows are already in the archive), are taken
*> from the archive only.
*> Each day is reported as
*>   OK           matches its control
*>   MISMATCH     differs from its control (the differing totals
*>                named), or - for a day audmaint archived (control
*>                status A or U) - has rows past the control's last
*>                sequence: a day is archived only once it proves
*>                exactly, so rows past it were added since
*>   MISSING      has a control but no rows left on disk
*>   NO CONTROL   has rows but no control recorded
*>   OPEN TAIL    matches its control, followed by rows past the
*>                control's last sequence (a run interrupted before it
*>                recorded its control; the next run of the day, or
*>                rollover, takes them under control) - days not yet
*>                archived only
*> Controls older than the seven-year retention cutoff, whose rows
*> audmaint has purged, are not reported.
*> Takes the run lock like audmaint, so a live run or a rollover does
*> not move the trail underneath the recount.
*> Dataset names and their overrides:
*>   registry  AUDITGEN.DAT   ROMAN_AUDIT_REGISTRY
*>   archive   AUDARCH.DAT    ROMAN_AUDIT_ARCHIVE
*>   control   AUDCTL.DAT     ROMAN_AUDIT_CONTROL
*>   report    AUDVERF.DAT    ROMAN_AUDVERF_FILE
*> Returns 0 when every day matches, 4 when the only findings are days
*> without a control or open tails, 8 when any day mismatches or is
*> missing, 16 when the report or every audit dataset fails to open,
*> or the trail holds more days than the tables.

environment division.
input-output section.
file-control.
    select registry-file assign to dynamic ws-registry-file
        organization is line sequential
        file status is ws-registry-status.
    select audit-file assign to dynamic ws-audit-file
        organization is line sequential
        file status is ws-audit-status.
    select audit-control assign to dynamic ws-audit-control-file
        organization is line sequential
        file status is ws-audit-control-status.
    select report-file assign to dynamic ws-report-file
        organization is line sequential
        file status is ws-report-status.
*>  The translator's exclusive run lock, honored here too.
    select lock-file assign to dynamic ws-lock-file
        organization is line sequential
        file status is ws-lock-status.

data division.
file section.
fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd audit-control.
    01 audit-control-record picture x(80).
fd report-file.
    01 report-record picture x(80).
fd lock-file.
    01 lock-record picture x(80).

working-storage section.
77  eof picture 9 value 0.

01  ws-registry-file picture x(64) value 'AUDITGEN.DAT'.
01  ws-registry-status picture x(2).
01  ws-archive-file picture x(64) value 'AUDARCH.DAT'.
01  ws-audit-file picture x(64).
01  ws-audit-status picture x(2).
01  ws-audit-control-file picture x(64) value 'AUDCTL.DAT'.
01  ws-audit-control-status picture x(2).
01  ws-report-file picture x(64) value 'AUDVERF.DAT'.
01  ws-report-status picture x(2).
77  ws-registry-eof picture 9 value 0.
77  ws-audit-control-eof picture 9 value 0.

*> Whether at least one audit dataset could be opened: a verification
*> over nothing at all is a configuration error.
77  ws-opened-any picture 9 value 0.

*> Retention cutoff, the same seven years audmaint purges to.
01  ws-today picture x(8).
01  ws-cutoff.
    02 ws-cutoff-yyyy picture 9(4).
    02 ws-cutoff-mmdd picture x(4).

*> Image of one registry line, as the translator writes it.
01  gen-line.
    02 gen-date picture x(8).
    02 filler picture x(1).
    02 gen-status picture x(1).
    02 filler picture x(1).
    02 gen-file picture x(64).

*> One audit row as read; only its date and sequence matter here, the
*> rest goes to audsum whole.
01  ws-audit-image.
    02 aud-date picture x(8).
    02 filler picture x(1).
    02 aud-seq picture x(6).
    02 filler picture x(117).

*> Image of one audit control record, as the translator writes it.
01  audit-control-line.
    02 act-date picture x(8).
    02 filler picture x(1) value space.
    02 act-status picture x(1).
    02 filler picture x(1) value space.
    02 act-count picture 9(9).
    02 filler picture x(1) value space.
    02 act-sum picture s9(15) sign is leading separate.
    02 filler picture x(1) value space.
    02 act-check picture 9(10).
    02 filler picture x(1) value space.
    02 act-last-seq picture 9(6).
    02 filler picture x(1) value space.
    02 act-stamp picture x(14).

*> The control dataset, one entry per day (a later record for a date
*> replaces the earlier one, as the translator appends the day's
*> cumulative control at every run), together with what the scan
*> recounts for that day: the rows up to the control's last sequence
*> added up the way the control was, and any rows past it counted as
*> the day's open tail. A day with rows but no control gets an entry
*> of its own with wv-controlled 0.
01  ws-day-table.
    02 ws-day-entry occurs 4000 times.
       03 wv-date picture x(8).
       03 wv-controlled picture 9.
       03 wv-status picture x(1).
       03 wv-control.
          04 wvc-count picture 9(9) usage is computational.
          04 wvc-sum picture s9(15) usage is computational.
          04 wvc-check picture 9(10) usage is computational.
       03 wv-last-seq picture 9(6).
       03 wv-recount.
          04 wvr-count picture 9(9) usage is computational.
          04 wvr-sum picture s9(15) usage is computational.
          04 wvr-check picture 9(10) usage is computational.
       03 wv-tail-count picture 9(9) usage is computational.
       03 wv-reported picture 9.
77  ws-day-count picture 9(4) value 0.
77  ws-day-i picture 9(4) usage is computational.
77  ws-day-found picture 9(4) usage is computational value 0.
77  ws-day-overflow picture 9 value 0.
77  ws-report-n picture 9(4) usage is computational.
77  ws-next-day picture 9(4) usage is computational.

*> Per-run findings.
01  ws-verify-totals.
    02 ws-days-ok picture 9(5) value 0.
    02 ws-days-mismatch picture 9(5) value 0.
    02 ws-days-missing picture 9(5) value 0.
    02 ws-days-uncontrolled picture 9(5) value 0.
    02 ws-days-tail picture 9(5) value 0.
    02 ws-rows-read picture 9(9) value 0.

01  ws-differs picture x(60).
77  ws-differs-ptr picture 9(3) usage is computational.

77  ws-delete-status picture 9(4) usage is computational value 0.

*> Run-lock support, the same lock (and the same ROMAN_LOCK_* bounds
*> and override) the translator and audmaint take.
01  ws-lock-file picture x(64) value 'ROMANLCK.DAT'.
01  ws-lock-status picture x(2).
77  ws-lock-held picture 9 value 0.
77  ws-lock-try picture 9(3) value 0.
77  ws-lock-retries picture 9(3) value 30.
77  ws-lock-wait picture 9(4) usage is computational value 2.
77  ws-lock-retries-in picture x(3).
77  ws-lock-wait-in picture x(4).
77  ws-lock-override picture x(1) value 'N'.
01  lock-line.
    02 lck-stamp picture x(14).
    02 filler picture x(1) value space.
    02 lck-holder picture x(13).

*> Report line layouts.
01  report-title-line.
    02 filler picture x(30) value 'Audit Trail Control Verificati'.
    02 filler picture x(15) value 'on   Run date: '.
    02 rpt-run-date picture x(8).

01  report-title-underline.
    02 filler picture x(32) value
       '--------------------------------'.

01  column-heading-line.
    02 filler picture x(10) value 'Date'.
    02 filler picture x(13) value 'Finding'.
    02 filler picture x(12) value '  Rows found'.
    02 filler picture x(12) value '     Control'.
    02 filler picture x(8) value '    Tail'.
    02 filler picture x(5) value '  Ctl'.

01  day-line.
    02 rpt-date picture x(8).
    02 filler picture x(2) value spaces.
    02 rpt-finding picture x(13).
    02 rpt-found picture z(11)9.
    02 rpt-control picture z(11)9.
    02 rpt-tail picture z(7)9.
    02 filler picture x(2) value spaces.
    02 rpt-ctl-status picture x(1).

01  differs-line.
    02 filler picture x(16) value '  ** differs in '.
    02 rpt-differs picture x(60).

01  totals-title-line.
    02 filler picture x(6) value 'Totals'.

01  totals-line-1.
    02 filler picture x(14) value 'Days OK:      '.
    02 rpt-tot-ok picture zzzz9.
    02 filler picture x(16) value '   Mismatched:  '.
    02 rpt-tot-mismatch picture zzzz9.
    02 filler picture x(13) value '   Missing:  '.
    02 rpt-tot-missing picture zzzz9.

01  totals-line-2.
    02 filler picture x(14) value 'No control:   '.
    02 rpt-tot-uncontrolled picture zzzz9.
    02 filler picture x(16) value '   Open tails:  '.
    02 rpt-tot-tail picture zzzz9.
    02 filler picture x(13) value '   Rows read:'.
    02 rpt-tot-rows picture zzzzzzzz9.

01  ws-report-line picture x(80).

procedure division.
        accept ws-registry-file from environment 'ROMAN_AUDIT_REGISTRY'
            on exception move 'AUDITGEN.DAT' to ws-registry-file
        end-accept.
        accept ws-archive-file from environment 'ROMAN_AUDIT_ARCHIVE'
            on exception move 'AUDARCH.DAT' to ws-archive-file
        end-accept.
        accept ws-audit-control-file from environment
                'ROMAN_AUDIT_CONTROL'
            on exception move 'AUDCTL.DAT' to ws-audit-control-file
        end-accept.
        accept ws-report-file from environment 'ROMAN_AUDVERF_FILE'
            on exception move 'AUDVERF.DAT' to ws-report-file
        end-accept.
        move function current-date(1:8) to ws-today.
        move ws-today(1:4) to ws-cutoff-yyyy.
        subtract 7 from ws-cutoff-yyyy.
        move ws-today(5:4) to ws-cutoff-mmdd.
        open output report-file.
        if ws-report-status is not equal to '00'
            display 'AUDVERF: cannot open report file '
                function trim(ws-report-file)
                ' (file status ' ws-report-status ')'
            stop run returning 16
        end-if.
        perform acquire-run-lock.
        if ws-lock-held is equal 0
            close report-file
            stop run returning 16
        end-if.
        perform load-audit-control.
        move ws-archive-file to ws-audit-file.
        perform verify-one-dataset.
        perform verify-registered-days.
        perform release-run-lock.
        if ws-opened-any is equal 0 and ws-day-count is equal 0
            display 'AUDVERF: no audit datasets could be opened '
                '(archive ' function trim(ws-archive-file)
                ', registry ' function trim(ws-registry-file) ')'
            close report-file
            stop run returning 16
        end-if.
        if ws-day-overflow is equal 1
            display 'AUDVERF: audit trail holds more days than the '
                'day table (4000) - not verified'
            close report-file
            stop run returning 16
        end-if.
        perform write-report-title.
*>      Controls are loaded in control-dataset order and days without
*>      one added as the scan meets them, so the days are taken off
*>      the table lowest date first to report them in date order.
        perform varying ws-report-n from 1 by 1
                until ws-report-n is greater than ws-day-count
            perform pick-next-day
            move ws-next-day to ws-day-i
            move 1 to wv-reported(ws-day-i)
            perform report-one-day
        end-perform.
        perform write-totals.
        close report-file.
        display 'AUDVERF: days OK ' ws-days-ok
            ', mismatched ' ws-days-mismatch
            ', missing ' ws-days-missing
            ', no control ' ws-days-uncontrolled
            ', open tails ' ws-days-tail.
        evaluate true
            when ws-days-mismatch is greater than 0
                    or ws-days-missing is greater than 0
                stop run returning 8
            when ws-days-uncontrolled is greater than 0
                    or ws-days-tail is greater than 0
                stop run returning 4
            when other
                stop run
        end-evaluate.

*> Take the exclusive run lock, waiting and retrying within the
*> operator-set bounds when a run holds it - the same lock dataset,
*> bounds (ROMAN_LOCK_FILE/ROMAN_LOCK_RETRIES/ROMAN_LOCK_WAIT), and
*> ROMAN_LOCK_OVERRIDE=Y abend-recovery override the translator uses.
acquire-run-lock.
        accept ws-lock-file from environment 'ROMAN_LOCK_FILE'
            on exception move 'ROMANLCK.DAT' to ws-lock-file
        end-accept.
        move spaces to ws-lock-retries-in.
        accept ws-lock-retries-in from environment 'ROMAN_LOCK_RETRIES'
            on exception move spaces to ws-lock-retries-in
        end-accept.
        if function trim(ws-lock-retries-in) is numeric
            move function numval(ws-lock-retries-in)
                to ws-lock-retries
        end-if.
        move spaces to ws-lock-wait-in.
        accept ws-lock-wait-in from environment 'ROMAN_LOCK_WAIT'
            on exception move spaces to ws-lock-wait-in
        end-accept.
        if function trim(ws-lock-wait-in) is numeric
                and function numval(ws-lock-wait-in) is greater than 0
            move function numval(ws-lock-wait-in) to ws-lock-wait
        end-if.
        move 'N' to ws-lock-override.
        accept ws-lock-override from environment 'ROMAN_LOCK_OVERRIDE'
            on exception move 'N' to ws-lock-override
        end-accept.
        if ws-lock-override is equal to 'Y'
            display 'AUDVERF: clearing leftover run lock '
                function trim(ws-lock-file) ' on operator override'
            call 'CBL_DELETE_FILE' using ws-lock-file
                returning ws-delete-status
        end-if.
        move 0 to ws-lock-try.
        perform try-run-lock.
        perform until ws-lock-held is equal 1
                or ws-lock-try is greater than or equal to
                    ws-lock-retries
            call 'C$SLEEP' using ws-lock-wait
            perform try-run-lock
        end-perform.
        if ws-lock-held is equal 0
            display 'AUDVERF: run lock '
                function trim(ws-lock-file)
                ' still held after the bounded wait - a run is using '
                'the audit datasets; nothing verified'
            display 'AUDVERF: rerun when it finishes, or clear a '
                'lock left by an abend with ROMAN_LOCK_OVERRIDE=Y'
        end-if.

*> One attempt at the lock: absent (file status 35) means free.
try-run-lock.
        add 1 to ws-lock-try.
        open input lock-file.
        evaluate ws-lock-status
            when '35'
                open output lock-file
                if ws-lock-status is equal to '00'
                    move function current-date(1:14) to lck-stamp
                    move 'audverf' to lck-holder
                    write lock-record from lock-line
                    close lock-file
                    move 1 to ws-lock-held
                end-if
            when '00'
                close lock-file
            when other
                continue
        end-evaluate.

*> Give the run lock back by deleting its dataset.
release-run-lock.
        if ws-lock-held is equal 1
            call 'CBL_DELETE_FILE' using ws-lock-file
                returning ws-delete-status
            if ws-delete-status is not equal to 0
                display 'AUDVERF: could not release run lock '
                    function trim(ws-lock-file)
            end-if
            move 0 to ws-lock-held
        end-if.

*> Load the control dataset into the day table. No control dataset at
*> all just means no controls recorded yet - every day with rows is
*> then reported without one.
load-audit-control.
        move 0 to ws-audit-control-eof.
        open input audit-control.
        if ws-audit-control-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-audit-control-eof is equal to 1
            read audit-control into audit-control-line
                at end move 1 to ws-audit-control-eof
                not at end
                    if act-count is numeric and act-sum is numeric
                            and act-check is numeric
                            and act-last-seq is numeric
                        perform load-one-control
                    end-if
            end-read
        end-perform.
        close audit-control.

*> Put the control record just read into its day's table entry.
load-one-control.
        move act-date to aud-date.
        perform find-day.
        if ws-day-found is equal 0
            exit paragraph
        end-if.
        move 1 to wv-controlled(ws-day-found).
        move act-status to wv-status(ws-day-found).
        move act-count to wvc-count(ws-day-found).
        move act-sum to wvc-sum(ws-day-found).
        move act-check to wvc-check(ws-day-found).
        move act-last-seq to wv-last-seq(ws-day-found).

*> Find the day table entry for aud-date, adding an empty one when the
*> day is new. The trail arrives in date order, so the entry found
*> last time is tried first. Leaves ws-day-found 0 (and the overflow
*> flag set) when the table is full.
find-day.
        if ws-day-found is greater than 0
                and ws-day-found is not greater than ws-day-count
            if wv-date(ws-day-found) is equal to aud-date
                exit paragraph
            end-if
        end-if.
        move 0 to ws-day-found.
        perform varying ws-day-i from 1 by 1
                until ws-day-i is greater than ws-day-count
                or ws-day-found is greater than 0
            if wv-date(ws-day-i) is equal to aud-date
                move ws-day-i to ws-day-found
            end-if
        end-perform.
        if ws-day-found is greater than 0
            exit paragraph
        end-if.
        if ws-day-count is not less than 4000
            move 1 to ws-day-overflow
            exit paragraph
        end-if.
        add 1 to ws-day-count.
        move ws-day-count to ws-day-found.
        move aud-date to wv-date(ws-day-found).
        move 0 to wv-controlled(ws-day-found).
        move space to wv-status(ws-day-found).
        initialize wv-control(ws-day-found).
        move 0 to wv-last-seq(ws-day-found).
        initialize wv-recount(ws-day-found).
        move 0 to wv-tail-count(ws-day-found).
        move 0 to wv-reported(ws-day-found).

*> Recount one audit dataset (named in ws-audit-file). A dataset that
*> doesn't open is skipped, as in auditrpt.
verify-one-dataset.
        move 0 to eof.
        open input audit-file.
        if ws-audit-status is not equal to '00'
            exit paragraph
        end-if.
        move 1 to ws-opened-any.
        perform until eof is equal 1
            read audit-file into ws-audit-image
                at end move 1 to eof
                not at end perform recount-audit-row
            end-read
        end-perform.
        close audit-file.

*> Walk the generation registry and recount each current day dataset.
verify-registered-days.
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
                        perform verify-one-dataset
                    end-if
            end-read
        end-perform.
        close registry-file.

*> Roll one row into its day's recount: rows up to the control's last
*> sequence into the totals proved against it, later rows into the
*> day's open tail.
recount-audit-row.
        add 1 to ws-rows-read.
        perform find-day.
        if ws-day-found is equal 0
            exit paragraph
        end-if.
        if wv-controlled(ws-day-found) is equal 1
                and (aud-seq is not numeric
                    or aud-seq is not greater than
                        wv-last-seq(ws-day-found))
            call "audsum" using ws-audit-image, wv-recount(ws-day-found)
        else
            add 1 to wv-tail-count(ws-day-found)
        end-if.

*> Find the lowest date not yet reported.
pick-next-day.
        move 0 to ws-next-day.
        perform varying ws-day-i from 1 by 1
                until ws-day-i is greater than ws-day-count
            if wv-reported(ws-day-i) is equal 0
                if ws-next-day is equal 0
                    move ws-day-i to ws-next-day
                else
                    if wv-date(ws-day-i) is less than wv-date(ws-next-day)
                        move ws-day-i to ws-next-day
                    end-if
                end-if
            end-if
        end-perform.

*> Compare one day's recount with its control and report the finding.
report-one-day.
        if wv-date(ws-day-i) is less than ws-cutoff
            exit paragraph
        end-if.
        move spaces to ws-differs.
        move wv-date(ws-day-i) to rpt-date.
        move wvr-count(ws-day-i) to rpt-found.
        move wvc-count(ws-day-i) to rpt-control.
        move wv-tail-count(ws-day-i) to rpt-tail.
        move wv-status(ws-day-i) to rpt-ctl-status.
        evaluate true
            when wv-controlled(ws-day-i) is equal 0
                move 'NO CONTROL' to rpt-finding
                move wv-tail-count(ws-day-i) to rpt-found
                move 0 to rpt-tail
                add 1 to ws-days-uncontrolled
            when wvr-count(ws-day-i) is equal 0
                    and wv-tail-count(ws-day-i) is equal 0
                    and wvc-count(ws-day-i) is greater than 0
                move 'MISSING' to rpt-finding
                add 1 to ws-days-missing
            when wvr-count(ws-day-i) is not equal to wvc-count(ws-day-i)
                    or wvr-sum(ws-day-i) is not equal to wvc-sum(ws-day-i)
                    or wvr-check(ws-day-i) is not equal to
                        wvc-check(ws-day-i)
                move 'MISMATCH' to rpt-finding
                add 1 to ws-days-mismatch
                perform name-differences
            when wv-tail-count(ws-day-i) is greater than 0
                    and (wv-status(ws-day-i) is equal to 'A'
                        or wv-status(ws-day-i) is equal to 'U')
                move 'MISMATCH' to rpt-finding
                add 1 to ws-days-mismatch
                perform name-differences
            when wv-tail-count(ws-day-i) is greater than 0
                move 'OPEN TAIL' to rpt-finding
                add 1 to ws-days-tail
            when other
                move 'OK' to rpt-finding
                add 1 to ws-days-ok
        end-evaluate.
        move day-line to ws-report-line.
        perform write-report-line.
        if ws-differs is not equal to spaces
            move ws-differs to rpt-differs
            move differs-line to ws-report-line
            perform write-report-line
        end-if.

*> Name which of a mismatched day's totals differ from its control,
*> and whether an archived day has rows past it.
name-differences.
        move 1 to ws-differs-ptr.
        if wvr-count(ws-day-i) is not equal to wvc-count(ws-day-i)
            string 'row count' delimited by size
                into ws-differs with pointer ws-differs-ptr
        end-if.
        if wvr-sum(ws-day-i) is not equal to wvc-sum(ws-day-i)
            if ws-differs-ptr is greater than 1
                string ', ' delimited by size
                    into ws-differs with pointer ws-differs-ptr
            end-if
            string 'result sum' delimited by size
                into ws-differs with pointer ws-differs-ptr
        end-if.
        if wvr-check(ws-day-i) is not equal to wvc-check(ws-day-i)
            if ws-differs-ptr is greater than 1
                string ', ' delimited by size
                    into ws-differs with pointer ws-differs-ptr
            end-if
            string 'check total' delimited by size
                into ws-differs with pointer ws-differs-ptr
        end-if.
        if wv-tail-count(ws-day-i) is greater than 0
                and (wv-status(ws-day-i) is equal to 'A'
                    or wv-status(ws-day-i) is equal to 'U')
            if ws-differs-ptr is greater than 1
                string ', ' delimited by size
                    into ws-differs with pointer ws-differs-ptr
            end-if
            string 'rows past control' delimited by size
                into ws-differs with pointer ws-differs-ptr
        end-if.

*> Write the report title block and column headings.
write-report-title.
        move ws-today to rpt-run-date.
        move report-title-line to ws-report-line.
        perform write-report-line.
        move report-title-underline to ws-report-line.
        perform write-report-line.
        move spaces to ws-report-line.
        perform write-report-line.
        move column-heading-line to ws-report-line.
        perform write-report-line.

*> Write the verification totals.
write-totals.
        move spaces to ws-report-line.
        perform write-report-line.
        move totals-title-line to ws-report-line.
        perform write-report-line.
        move ws-days-ok to rpt-tot-ok.
        move ws-days-mismatch to rpt-tot-mismatch.
        move ws-days-missing to rpt-tot-missing.
        move totals-line-1 to ws-report-line.
        perform write-report-line.
        move ws-days-uncontrolled to rpt-tot-uncontrolled.
        move ws-days-tail to rpt-tot-tail.
        move ws-rows-read to rpt-tot-rows.
        move totals-line-2 to ws-report-line.
        perform write-report-line.

*> Write the current report line to the report dataset.
write-report-line.
        write report-record from ws-report-line.
