*>      cutoff, rewriting the archive through a work dataset;
*>   3. rewrites the registry, dropping entries archived and now past
*>      retention, and marking rolled days as archived.
*> Every day rolled is proved against the control totals the
*> translator recorded for it (row count, sum of aud-result, check
*> total over the rows, added up by audsum): once as the rows leave
*> the day dataset, and again as they arrive in the archive, read
*> back during the retention pass. Rows past the control's last
*> sequence (a run interrupted before it recorded its control, with
*> no later run that day) are proved no further than the control
*> goes: once the rows it covers prove, the tail is taken under
*> control with them and reported. The control dataset is then
*> rewritten with one record per day - A archived and proved, M a
*> mismatch found (the day's original control is kept, so audverf
*> keeps reporting it), U a day that reached rollover with no control
*> at all (taken under control from what was rolled) - and records
*> past retention dropped. A day that fails either proof keeps its
*> day dataset on disk for investigation, and its registry entry is
*> marked K (kept) rather than A, so nothing reading the registry
*> takes its rows from both the archive and the kept dataset.
*> Dataset names and their overrides:
*>   registry  AUDITGEN.DAT   ROMAN_AUDIT_REGISTRY
*>   archive   AUDARCH.DAT    ROMAN_AUDIT_ARCHIVE
*>   work      AUDARCH.TMP    ROMAN_AUDIT_WORK
*>   control   AUDCTL.DAT     ROMAN_AUDIT_CONTROL
*> Returns 0 when maintenance (or nothing to do) completes, 8 when a
*> rolled day failed its control-total proof, 16 when a dataset it
*> cannot proceed without fails to open.

environment division.
input-output section.
    select work-file assign to dynamic ws-work-file
        organization is line sequential
        file status is ws-work-status.
    select audit-control assign to dynamic ws-audit-control-file
        organization is line sequential
        file status is ws-audit-control-status.
*>  The translator's exclusive run lock, honored here too: rolling or
*>  deleting a day dataset a run is still appending to would lose the
*>  tail of its trail.
fd registry-file.
    01 registry-record picture x(80).
fd day-file.
    01 day-record picture x(132).
fd archive-file.
    01 archive-record picture x(132).
fd work-file.
    01 work-record picture x(132).
fd audit-control.
    01 audit-control-record picture x(80).
fd lock-file.
    01 lock-record picture x(80).

01  ws-archive-status picture x(2).
01  ws-work-file picture x(64) value 'AUDARCH.TMP'.
01  ws-work-status picture x(2).
01  ws-audit-control-file picture x(64) value 'AUDCTL.DAT'.
01  ws-audit-control-status picture x(2).
77  ws-audit-control-eof picture 9 value 0.

*> Image of one registry line, as written by romannumerals.
01  gen-line.
*>     mid-roll can never have destroyed the sole copy of records
*>     still sitting in the archive's output buffers.
       03 wg-delete picture 9.
*>     Control totals of the day as rolled out of its day dataset,
*>     and as read back from the archive - equal, and equal to the
*>     day's recorded control, or the day is reported. The rows up to
*>     the control's last sequence are also added up on their own:
*>     they are what the control is proved against, anything after
*>     them being the tail of an interrupted run.
       03 wg-rolled picture 9.
       03 wg-departed.
          04 wgd-count picture 9(9) usage is computational.
          04 wgd-sum picture s9(15) usage is computational.
          04 wgd-check picture 9(10) usage is computational.
       03 wg-controlled.
          04 wgc-count picture 9(9) usage is computational.
          04 wgc-sum picture s9(15) usage is computational.
          04 wgc-check picture 9(10) usage is computational.
       03 wg-arrived.
          04 wga-count picture 9(9) usage is computational.
          04 wga-sum picture s9(15) usage is computational.
          04 wga-check picture 9(10) usage is computational.
       03 wg-last-seq picture 9(6).
77  ws-gen-count picture 9(4) value 0.
77  ws-gen-i picture 9(4) usage is computational.
77  ws-gen-overflow picture 9 value 0.
    02 ws-cutoff-yyyy picture 9(4).
    02 ws-cutoff-mmdd picture x(4).

*> One audit record in transit; only its date (and, for the control
*> proof, its sequence) matters here.
01  ws-audit-image picture x(132).

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

*> The control dataset loaded whole, one entry per day (the latest
*> record for a date replaces any earlier one), to be rewritten
*> consolidated after the roll.
01  ws-control-table.
    02 ws-control-entry occurs 4000 times.
       03 wc-date picture x(8).
       03 wc-status picture x(1).
       03 wc-totals.
          04 wc-count picture 9(9) usage is computational.
          04 wc-sum picture s9(15) usage is computational.
          04 wc-check picture 9(10) usage is computational.
       03 wc-last-seq picture 9(6).
       03 wc-stamp picture x(14).
77  ws-control-count picture 9(4) value 0.
77  ws-control-i picture 9(4) usage is computational.
77  ws-control-found picture 9(4) usage is computational.
77  ws-control-overflow picture 9 value 0.

01  ws-counts.
    02 ws-days-rolled picture 9(5) value 0.
    02 ws-recs-purged picture 9(7) value 0.
    02 ws-gens-dropped picture 9(5) value 0.
    02 ws-days-missing picture 9(5) value 0.
    02 ws-days-mismatch picture 9(5) value 0.
    02 ws-days-uncontrolled picture 9(5) value 0.
    02 ws-days-tail picture 9(5) value 0.

*> Last sequence the rolling day's control covers; every row when the
*> day has no control.
77  ws-roll-last-seq picture 9(6) value 0.
77  ws-tail-rows picture 9(9) value 0.

77  ws-delete-status picture 9(4) usage is computational value 0.

        accept ws-work-file from environment 'ROMAN_AUDIT_WORK'
            on exception move 'AUDARCH.TMP' to ws-work-file
        end-accept.
        accept ws-audit-control-file from environment
                'ROMAN_AUDIT_CONTROL'
            on exception move 'AUDCTL.DAT' to ws-audit-control-file
        end-accept.
        move function current-date(1:8) to ws-today.
        move ws-today(1:4) to ws-cutoff-yyyy.
        subtract 7 from ws-cutoff-yyyy.
            perform release-run-lock
            stop run
        end-if.
        perform load-audit-control.
        if ws-control-overflow is equal 1
            display 'AUDMAINT: audit control dataset exceeds the '
                'control table (4000 days) - nothing changed'
            perform release-run-lock
            stop run returning 16
        end-if.
        perform roll-closed-days.
        perform purge-archive.
        perform prove-arrivals.
        perform delete-rolled-days.
        perform rewrite-registry.
        perform rewrite-audit-control.
        display 'AUDMAINT: days rolled to archive:   ' ws-days-rolled.
        display 'AUDMAINT: records archived:       ' ws-recs-archived.
        display 'AUDMAINT: records purged (>7y):   ' ws-recs-purged.
            display 'AUDMAINT: registered day datasets missing: '
                ws-days-missing
        end-if.
        if ws-days-uncontrolled is greater than 0
            display 'AUDMAINT: days rolled with no control totals: '
                ws-days-uncontrolled
        end-if.
        if ws-days-tail is greater than 0
            display 'AUDMAINT: days rolled with rows past control: '
                ws-days-tail
        end-if.
        perform release-run-lock.
        if ws-days-mismatch is greater than 0
            display 'AUDMAINT: days failing control-total proof: '
                ws-days-mismatch
            stop run returning 8
        end-if.
        stop run.

*> Take the exclusive run lock, waiting and retrying within the
                        move gen-status to wg-status(ws-gen-count)
                        move gen-file to wg-file(ws-gen-count)
                        move 0 to wg-delete(ws-gen-count)
                        move 0 to wg-rolled(ws-gen-count)
                        move 0 to wg-last-seq(ws-gen-count)
                        initialize wg-departed(ws-gen-count)
                        initialize wg-controlled(ws-gen-count)
                        initialize wg-arrived(ws-gen-count)
                    else
                        move 1 to ws-gen-overflow
                    end-if
            close archive-file
            move 0 to ws-archive-opened
        end-if.

*> Only once the archive is closed, every rolled record is durably on
*> disk, and each rolled day has been read back from the archive and
*> proved, is it safe to remove the rolled day datasets.
delete-rolled-days.
        perform varying ws-gen-i from 1 by 1
                until ws-gen-i is greater than ws-gen-count
            if wg-delete(ws-gen-i) is equal 1
                ' (file status ' ws-day-status ')'
            add 1 to ws-days-missing
            move 'A' to wg-status(ws-gen-i)
*>          A day the translator recorded rows for has not simply
*>          been rolled away - its rows are gone.
            perform find-day-control
            if ws-control-found is greater than 0
                    and wc-count(ws-control-found) is greater than 0
                move 'M' to wc-status(ws-control-found)
                add 1 to ws-days-mismatch
                display 'AUDMAINT: ** day ' wg-date(ws-gen-i)
                    ' has control totals but no day dataset'
            end-if
            exit paragraph
        end-if.
        if ws-archive-opened is equal 0
            end-if
            move 1 to ws-archive-opened
        end-if.
        perform find-day-control.
        if ws-control-found is greater than 0
            move wc-last-seq(ws-control-found) to ws-roll-last-seq
        else
            move 999999 to ws-roll-last-seq
        end-if.
        perform until ws-day-eof is equal to 1
            read day-file into ws-audit-image
                at end move 1 to ws-day-eof
                not at end
                    write archive-record from ws-audit-image
                    add 1 to ws-recs-archived
                    call "audsum" using ws-audit-image,
                        wg-departed(ws-gen-i)
                    if ws-audit-image(10:6) is not numeric
                            or ws-audit-image(10:6) is not greater than
                                ws-roll-last-seq
                        call "audsum" using ws-audit-image,
                            wg-controlled(ws-gen-i)
                    end-if
                    if ws-audit-image(10:6) is numeric
                            and ws-audit-image(10:6) is greater than
                                wg-last-seq(ws-gen-i)
                        move ws-audit-image(10:6) to wg-last-seq(ws-gen-i)
                    end-if
            end-read
        end-perform.
        close day-file.
        move 'A' to wg-status(ws-gen-i).
        move 1 to wg-delete(ws-gen-i).
        move 1 to wg-rolled(ws-gen-i).
        add 1 to ws-days-rolled.
        perform prove-departure.

*> Prove the rows just rolled out of a day dataset against the day's
*> recorded control. A day with no control at all (rolled before
*> control totals were recorded, or its control lost) is taken under
*> control from what was rolled, and reported. Rows past the
*> control's last sequence are the tail of a run interrupted before
*> it recorded its control, with no later run that day to take them
*> up: once the rows the control covers prove, the tail is taken
*> under control with them, and reported.
prove-departure.
        perform find-day-control.
        if ws-control-found is equal 0
            if ws-control-count is less than 4000
                add 1 to ws-control-count
                move ws-control-count to ws-control-found
                move wg-date(ws-gen-i) to wc-date(ws-control-found)
                move 'U' to wc-status(ws-control-found)
                move wg-departed(ws-gen-i) to wc-totals(ws-control-found)
                move wg-last-seq(ws-gen-i) to wc-last-seq(ws-control-found)
                move function current-date(1:14)
                    to wc-stamp(ws-control-found)
            end-if
            add 1 to ws-days-uncontrolled
            display 'AUDMAINT: day ' wg-date(ws-gen-i)
                ' had no control totals - taken under control as rolled'
            exit paragraph
        end-if.
        if wgc-count(ws-gen-i) is not equal to wc-count(ws-control-found)
                or wgc-sum(ws-gen-i) is not equal to
                    wc-sum(ws-control-found)
                or wgc-check(ws-gen-i) is not equal to
                    wc-check(ws-control-found)
            move 'M' to wc-status(ws-control-found)
            move 'K' to wg-status(ws-gen-i)
            move 0 to wg-delete(ws-gen-i)
            add 1 to ws-days-mismatch
            display 'AUDMAINT: ** day ' wg-date(ws-gen-i)
                ' does not match its control totals: rows '
                wgc-count(ws-gen-i) ' against ' wc-count(ws-control-found)
                ' - day dataset kept'
            exit paragraph
        end-if.
        if wgd-count(ws-gen-i) is greater than wgc-count(ws-gen-i)
            compute ws-tail-rows =
                wgd-count(ws-gen-i) - wgc-count(ws-gen-i)
            move wg-departed(ws-gen-i) to wc-totals(ws-control-found)
            move wg-last-seq(ws-gen-i) to wc-last-seq(ws-control-found)
            move function current-date(1:14)
                to wc-stamp(ws-control-found)
            add 1 to ws-days-tail
            display 'AUDMAINT: day ' wg-date(ws-gen-i) ' had '
                ws-tail-rows ' rows past its control'
                ' - taken under control as rolled'
        end-if.
        move 'A' to wc-status(ws-control-found).

*> Find the control entry for the day in ws-gen-i.
find-day-control.
        move 0 to ws-control-found.
        perform varying ws-control-i from 1 by 1
                until ws-control-i is greater than ws-control-count
                or ws-control-found is greater than 0
            if wc-date(ws-control-i) is equal to wg-date(ws-gen-i)
                move ws-control-i to ws-control-found
            end-if
        end-perform.

*> Load the control dataset into the control table, one entry per
*> day: a later record for a date replaces the earlier one, since the
*> translator appends the day's cumulative control at every run. No
*> control dataset at all just means no controls recorded yet.
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
        move 0 to ws-control-found.
        perform varying ws-control-i from 1 by 1
                until ws-control-i is greater than ws-control-count
                or ws-control-found is greater than 0
            if wc-date(ws-control-i) is equal to act-date
                move ws-control-i to ws-control-found
            end-if
        end-perform.
        if ws-control-found is equal 0
            if ws-control-count is less than 4000
                add 1 to ws-control-count
                move ws-control-count to ws-control-found
            else
                move 1 to ws-control-overflow
                exit paragraph
            end-if
        end-if.
        move act-date to wc-date(ws-control-found).
        move act-status to wc-status(ws-control-found).
        move act-count to wc-count(ws-control-found).
        move act-sum to wc-sum(ws-control-found).
        move act-check to wc-check(ws-control-found).
        move act-last-seq to wc-last-seq(ws-control-found).
        move act-stamp to wc-stamp(ws-control-found).

*> Remove the rolled day dataset from disk. A failure to delete is
*> reported but not fatal - the records are already in the archive,

*> Drop archive records older than the retention cutoff: copy the
*> survivors to the work dataset, then rewrite the archive from it.
*> Nothing to purge leaves the archive untouched. The same pass reads
*> back the days just rolled, for the arrival proof.
purge-archive.
        move 0 to ws-archive-eof.
        open input archive-file.
            read archive-file into ws-audit-image
                at end move 1 to ws-archive-eof
                not at end
                    if ws-days-rolled is greater than 0
                        perform tally-arrival
                    end-if
                    if ws-audit-image(1:8) is less than ws-cutoff
                        add 1 to ws-recs-purged
                    else
        call 'CBL_DELETE_FILE' using ws-work-file
            returning ws-delete-status.

*> Roll an archive record belonging to a day rolled this pass into
*> that day's arrival totals.
tally-arrival.
        perform varying ws-gen-i from 1 by 1
                until ws-gen-i is greater than ws-gen-count
            if wg-rolled(ws-gen-i) is equal 1
                    and wg-date(ws-gen-i) is equal to ws-audit-image(1:8)
                call "audsum" using ws-audit-image, wg-arrived(ws-gen-i)
            end-if
        end-perform.

*> Prove each day rolled this pass arrived in the archive exactly as
*> it left its day dataset. A day whose archive copy differs keeps its
*> day dataset - at that point the only faithful copy of its rows.
prove-arrivals.
        perform varying ws-gen-i from 1 by 1
                until ws-gen-i is greater than ws-gen-count
            if wg-rolled(ws-gen-i) is equal 1
                if wga-count(ws-gen-i) is not equal to wgd-count(ws-gen-i)
                        or wga-sum(ws-gen-i) is not equal to
                            wgd-sum(ws-gen-i)
                        or wga-check(ws-gen-i) is not equal to
                            wgd-check(ws-gen-i)
                    perform find-day-control
                    if ws-control-found is greater than 0
                        if wc-status(ws-control-found) is not equal to 'M'
                            add 1 to ws-days-mismatch
                        end-if
                        move 'M' to wc-status(ws-control-found)
                    end-if
                    move 'K' to wg-status(ws-gen-i)
                    move 0 to wg-delete(ws-gen-i)
                    display 'AUDMAINT: ** day ' wg-date(ws-gen-i)
                        ' archive copy does not match the rows rolled '
                        '- day dataset kept'
                end-if
            end-if
        end-perform.

*> Rewrite the control dataset from the table, one record per day,
*> dropping days past the retention cutoff along with their records.
rewrite-audit-control.
        if ws-control-count is equal 0
            exit paragraph
        end-if.
        open output audit-control.
        if ws-audit-control-status is not equal to '00'
            display 'AUDMAINT: cannot rewrite audit control dataset '
                function trim(ws-audit-control-file)
                ' (file status ' ws-audit-control-status ')'
            perform release-run-lock
            stop run returning 16
        end-if.
        perform varying ws-control-i from 1 by 1
                until ws-control-i is greater than ws-control-count
            if wc-date(ws-control-i) is not less than ws-cutoff
                move spaces to audit-control-line
                move wc-date(ws-control-i) to act-date
                move wc-status(ws-control-i) to act-status
                move wc-count(ws-control-i) to act-count
                move wc-sum(ws-control-i) to act-sum
                move wc-check(ws-control-i) to act-check
                move wc-last-seq(ws-control-i) to act-last-seq
                move wc-stamp(ws-control-i) to act-stamp
                write audit-control-record from audit-control-line
            end-if
        end-perform.
        close audit-control.

*> Copy the surviving records back over the archive. A failure to
*> reopen either dataset here is fatal with the work dataset left in
*> place - at that point it holds the only complete copy of the
*> Rewrite the registry from the table: rolled days keep their entry
*> (now marked archived) until the day itself passes the retention
*> cutoff, at which point the entry is dropped along with its records.
*> A kept day's entry stays, whatever its age, for as long as its day
*> dataset is on disk waiting to be looked into.
rewrite-registry.
        open output registry-file.
        if ws-registry-status is not equal to '00'
