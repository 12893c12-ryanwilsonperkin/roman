identification division.
program-id. romanpar.

*> Partitioned runs of the translator, for inputs too big to get
*> through the batch window as one sequential job (the quarter-end
*> archive re-extract). Two modes:
*>   plan   count the input file's records and split them into N
*>          record-range partitions, written to the partition plan;
*>          one romannumerals job per partition (ROMAN_PARTITION_PLAN
*>          and ROMAN_PARTITION_ID) then translates its range
*>          concurrently with the others, each with its own output,
*>          reject, audit, checkpoint and lock datasets (the run's
*>          names suffixed '.Pnn') and its own restart;
*>   merge  once every partition has finished, put the pieces back
*>          together in input order: one output dataset, one reject
*>          dataset, and the partitions' audit rows appended to the
*>          day dataset renumbered into one contiguous sequence, with
*>          the day's control totals and registry entry recorded just
*>          as a single run records them. The partitions' counts and
*>          end-of-run listings are combined into one run summary,
*>          and one run-history record is written for the whole run.
*> The merge refuses (and changes nothing) unless every partition in
*> the plan has a result showing it finished its whole range; it
*> takes the translator's run lock while it appends to the audit
*> trail, and marks the plan merged when done, so the same partitions
*> can never be merged twice. The partition datasets are left in
*> place for review.
*> Partition jobs lock only their own '.Pnn' datasets, so audmaint
*> can roll a day into the archive while they run. The merge refuses
*> (again changing nothing) when any partition has audit rows for a
*> day the registry no longer lists as current: an archived day takes
*> no more rows, and the partitions must be run again. Once the merge
*> holds the run lock no day can be rolled from under it.
*> Should the plan not be marked merged after the audit rows are in,
*> the merge ends 16 and says so: the plan must then be removed by
*> hand, never merged again.
*> Dataset names and their overrides - the merge must be given the
*> same names the partition jobs ran with:
*>   plan         ROMANPAR.DAT   ROMAN_PARTITION_PLAN
*>   input        ROMAN_INPUT_FILE (plan mode, required)
*>   output       ROMAN_OUTPUT_FILE (merge mode, required)
*>   rejects      REJECT.DAT     ROMAN_REJECT_FILE
*>   audit base   AUDIT.DAT      ROMAN_AUDIT_FILE
*>   registry     AUDITGEN.DAT   ROMAN_AUDIT_REGISTRY
*>   control      AUDCTL.DAT     ROMAN_AUDIT_CONTROL
*>   run history  RUNHIST.DAT    ROMAN_RUN_HISTORY
*> Mode is ROMANPAR_MODE: P plan (the default), M merge. The number
*> of partitions is ROMANPAR_PARTITIONS, 1-99, default 4.
*> Returns 0 when planned, or merged from a clean run; a merged run
*> otherwise returns the code the translator would have given it (4
*> warnings, 8 translation errors, 12 control-count mismatch); 16 when
*> the plan or merge cannot be done, or the merged plan cannot be
*> marked merged.

environment division.
input-output section.
file-control.
    select input-file assign to dynamic ws-input-file
        organization is line sequential
        file status is ws-input-status.
    select plan-file assign to dynamic ws-plan-file
        organization is line sequential
        file status is ws-plan-status.
    select result-file assign to dynamic ws-result-file
        organization is line sequential
        file status is ws-result-status.
    select part-output assign to dynamic ws-part-output-file
        organization is line sequential
        file status is ws-part-output-status.
    select part-reject assign to dynamic ws-part-reject-file
        organization is line sequential
        file status is ws-part-reject-status.
    select part-audit assign to dynamic ws-part-audit-file
        organization is line sequential
        file status is ws-part-audit-status.
    select output-file assign to dynamic ws-output-file
        organization is line sequential
        file status is ws-output-status.
    select reject-file assign to dynamic ws-reject-file
        organization is line sequential
        file status is ws-reject-status.
    select audit-file assign to dynamic ws-audit-file
        organization is line sequential
        file status is ws-audit-status.
    select audit-registry assign to dynamic ws-registry-file
        organization is line sequential
        file status is ws-registry-status.
    select audit-control assign to dynamic ws-audit-control-file
        organization is line sequential
        file status is ws-audit-control-status.
    select run-history assign to dynamic ws-history-file
        organization is line sequential
        file status is ws-history-status.
*>  The translator's exclusive run lock: the merge appends to the
*>  shared audit trail and control datasets, so it queues behind a
*>  live run (and a run behind it) the same way audmaint does.
    select lock-file assign to dynamic ws-lock-file
        organization is line sequential
        file status is ws-lock-status.

data division.
file section.
fd input-file.
    01 input-record picture x(80).
fd plan-file.
    01 plan-record picture x(132).
fd result-file.
    01 result-record picture x(256).
fd part-output.
    01 part-output-record picture x(132).
fd part-reject.
    01 part-reject-record picture x(80).
fd part-audit.
    01 part-audit-record picture x(132).
fd output-file.
    01 output-record picture x(132).
fd reject-file.
    01 reject-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd audit-registry.
    01 audit-registry-record picture x(80).
fd audit-control.
    01 audit-control-record picture x(80).
fd run-history.
    01 run-history-record picture x(256).
fd lock-file.
    01 lock-record picture x(80).

working-storage section.
77  ws-mode picture x(1) value 'P'.
    88 plan-mode value 'P'.
    88 merge-mode value 'M'.

01  ws-input-file picture x(64).
01  ws-input-status picture x(2).
01  ws-plan-file picture x(64) value 'ROMANPAR.DAT'.
01  ws-plan-status picture x(2).
01  ws-result-file picture x(64).
01  ws-result-status picture x(2).
01  ws-part-output-file picture x(64).
01  ws-part-output-status picture x(2).
01  ws-part-reject-file picture x(64).
01  ws-part-reject-status picture x(2).
01  ws-part-audit-file picture x(64).
01  ws-part-audit-status picture x(2).
01  ws-output-file picture x(64).
01  ws-output-status picture x(2).
01  ws-reject-file picture x(64) value 'REJECT.DAT'.
01  ws-reject-status picture x(2).
01  ws-audit-base picture x(64) value 'AUDIT.DAT'.
01  ws-audit-file picture x(64).
01  ws-audit-status picture x(2).
01  ws-registry-file picture x(64) value 'AUDITGEN.DAT'.
01  ws-registry-status picture x(2).
01  ws-audit-control-file picture x(64) value 'AUDCTL.DAT'.
01  ws-audit-control-status picture x(2).
01  ws-history-file picture x(64) value 'RUNHIST.DAT'.
01  ws-history-status picture x(2).

77  ws-eof picture 9 value 0.
77  ws-return-code picture 9(2) value 0.
77  ws-merge-failed picture 9 value 0.
*> Set when the merged run's audit rows are in but the plan could not
*> be marked merged - the run then ends 16, so no one merges it again.
77  ws-plan-mark-failed picture 9 value 0.

*> Partition count requested for a plan, and the split worked out
*> from the input's record count.
01  ws-partitions-in picture x(2).
77  ws-partitions picture 99 value 4.
77  ws-input-records picture 9(7) value 0.
77  ws-input-overflow picture 9 value 0.
77  ws-part-size picture 9(7) value 0.
77  ws-part-extra picture 9(7) value 0.
77  ws-next-first picture 9(7) value 0.

*> A partition's dataset name: the run's name suffixed '.Pnn'.
01  ws-partition-suffix picture x(4).
01  ws-partition-name picture x(64).
01  ws-partition-work picture x(64).

*> Plan dataset, as romannumerals reads it: a PLAN line (status P
*> planned, M merged; partition count; input record count; when
*> planned; input file), then one PART line per partition with its
*> first and last record numbers.
01  plan-line.
    02 pln-type picture x(4).
    02 filler picture x(1) value space.
    02 pln-status picture x(1).
    02 filler picture x(1) value space.
    02 pln-count picture 99.
    02 filler picture x(1) value space.
    02 pln-records picture 9(7).
    02 filler picture x(1) value space.
    02 pln-stamp picture x(14).
    02 filler picture x(1) value space.
    02 pln-input picture x(64).
01  part-line.
    02 prt-type picture x(4).
    02 filler picture x(1) value space.
    02 prt-id picture 99.
    02 filler picture x(1) value space.
    02 prt-first picture 9(7).
    02 filler picture x(1) value space.
    02 prt-last picture 9(7).

*> The plan loaded whole, with what each partition's result says.
01  ws-plan-header picture x(132).
01  ws-plan-table.
    02 ws-plan-entry occurs 99 times.
       03 wp-id picture 99.
       03 wp-first picture 9(7).
       03 wp-last picture 9(7).
       03 wp-started picture x(14).
77  ws-plan-count picture 99 value 0.
77  ws-plan-i picture 99 usage is computational.
77  ws-plan-overflow picture 9 value 0.

*> Partition result, as romannumerals writes it: an S line with the
*> partition's counts, then one line per entry of each end-of-run
*> listing table - U value not in the catalog, R retired value cited,
*> G catalog usage, D distinct value with its spellings.
01  ws-result-image picture x(256).
01  result-summary-line.
    02 prs-type picture x(1).
    02 filler picture x(1).
    02 prs-id picture 99.
    02 filler picture x(1).
    02 prs-status picture x(1).
    02 filler picture x(1).
    02 prs-first picture 9(7).
    02 filler picture x(1).
    02 prs-last picture 9(7).
    02 filler picture x(1).
    02 prs-record picture 9(7).
    02 filler picture x(1).
    02 prs-started picture x(14).
    02 filler picture x(1).
    02 prs-ended picture x(14).
    02 filler picture x(1).
    02 prs-processed picture 9(7).
    02 filler picture x(1).
    02 prs-err picture 9(7).
    02 filler picture x(1).
    02 prs-success picture 9(7).
    02 filler picture x(1).
    02 prs-sum picture s9(9) sign is leading separate.
    02 filler picture x(1).
    02 prs-min picture s9(7) sign is leading separate.
    02 filler picture x(1).
    02 prs-max picture s9(7) sign is leading separate.
    02 filler picture x(1).
    02 prs-mismatch picture 9(7).
    02 filler picture x(1).
    02 prs-unmatched picture 9(7).
    02 filler picture x(1).
    02 prs-retired picture 9(7).
    02 filler picture x(1).
    02 prs-dict picture 9(7).
    02 filler picture x(1).
    02 prs-control-mismatch picture 9.
    02 filler picture x(1).
    02 prs-return-code picture 99.
    02 filler picture x(1).
    02 prs-summary-dest picture x(1).
    02 filler picture x(1).
    02 prs-output-trailer picture x(1).
    02 filler picture x(1).
    02 prs-dict-shown picture 9.
    02 prs-catalog-shown picture 9.
    02 prs-dup-report picture 9.
    02 filler picture x(1).
    02 prs-unmatched-over picture 9.
    02 prs-retired-over picture 9.
    02 prs-usage-over picture 9.
    02 prs-value-over picture 9.
    02 filler picture x(1).
    02 prs-profile picture x(8).
    02 filler picture x(1).
    02 prs-input picture x(64).
    02 filler picture x(1).
    02 prs-plan-stamp picture x(14).
01  result-value-line.
    02 prv-type picture x(1).
    02 filler picture x(1).
    02 prv-value picture s9(7) sign is leading separate.
    02 filler picture x(1).
    02 prv-count picture 9(7).
    02 filler picture x(1).
    02 prv-desc picture x(33).
01  result-dup-line.
    02 prd-type picture x(1).
    02 filler picture x(1).
    02 prd-value picture s9(7) sign is leading separate.
    02 filler picture x(1).
    02 prd-frac picture 99.
    02 filler picture x(1).
    02 prd-count picture 9(7).
    02 filler picture x(1).
    02 prd-spell-count picture 9.
    02 prd-spell-over picture 9.
    02 prd-spelling picture x(30) occurs 5 times.
77  ws-result-found picture 9 value 0.

*> The run's combined counts, added up from the partitions' results.
01  ws-summary.
    02 ws-count-processed picture 9(7) value 0.
    02 ws-count-err picture 9(7) value 0.
    02 ws-count-success picture 9(7) value 0.
    02 ws-sum-result picture s9(9) usage is computational value 0.
    02 ws-min-result picture s9(7) usage is computational
       value 9999999.
    02 ws-max-result picture s9(7) usage is computational value 0.
    02 ws-avg-result picture s9(7)v9(2) usage is computational value 0.
    02 ws-count-mismatch picture 9(7) value 0.
    02 ws-count-unmatched picture 9(7) value 0.
    02 ws-count-retired picture 9(7) value 0.
    02 ws-count-dict picture 9(7) value 0.
77  ws-control-mismatch picture 9 value 0.
77  ws-summary-dest picture x(1) value 'O'.
77  ws-output-trailer picture x(1) value 'N'.
    88 output-trailer-on value 'Y'.
77  ws-dict-shown picture 9 value 0.
77  ws-catalog-shown picture 9 value 0.
77  ws-dup-report picture 9 value 0.
01  ws-run-started picture x(14) value spaces.
01  ws-run-profile picture x(8) value spaces.
77  ws-run-profile-set picture 9 value 0.

*> The partitions' end-of-run listings combined, in the translator's
*> table sizes; overflow is carried and reported the same way.
01  ws-unmatched-table.
    02 ws-unmatched-value picture s9(7) usage is computational
       occurs 500 times.
77  ws-unmatched-count picture 9(3) value 0.
77  ws-unmatched-i picture 9(3) usage is computational.
77  ws-unmatched-known picture 9 value 0.
77  ws-unmatched-overflow picture 9 value 0.

01  ws-retired-table.
    02 ws-retired-entry occurs 500 times.
       03 wr-value picture s9(7) usage is computational.
       03 wr-desc picture x(33).
77  ws-retired-count picture 9(3) value 0.
77  ws-retired-i picture 9(3) usage is computational.
77  ws-retired-known picture 9 value 0.
77  ws-retired-overflow picture 9 value 0.

01  ws-usage-table.
    02 ws-usage-entry occurs 500 times.
       03 wu-value picture s9(7) usage is computational.
       03 wu-count picture 9(7) usage is computational.
       03 wu-desc picture x(33).
77  ws-usage-count picture 9(3) value 0.
77  ws-usage-i picture 9(3) usage is computational.
77  ws-usage-found picture 9(3) usage is computational.
77  ws-usage-overflow picture 9 value 0.

01  ws-value-table.
    02 ws-value-entry occurs 500 times.
       03 ws-val-result picture s9(7) usage is computational.
       03 ws-val-frac picture s99 usage is computational.
       03 ws-val-count picture 9(7) usage is computational.
       03 ws-val-spell-count picture 9(2) usage is computational.
       03 ws-val-spell-over picture 9 usage is computational.
       03 ws-val-spelling picture x(30) occurs 5 times.
01  ws-val-swap.
    02 ws-swap-result picture s9(7) usage is computational.
    02 ws-swap-frac picture s99 usage is computational.
    02 ws-swap-count picture 9(7) usage is computational.
    02 ws-swap-spell-count picture 9(2) usage is computational.
    02 ws-swap-spell-over picture 9 usage is computational.
    02 ws-swap-spelling picture x(30) occurs 5 times.
77  ws-value-count picture 9(3) value 0.
77  ws-value-i picture 9(3) usage is computational.
77  ws-value-j picture 9(3) usage is computational.
77  ws-value-k picture 9(3) usage is computational.
77  ws-value-found picture 9(3) usage is computational.
77  ws-spell-i picture 9(2) usage is computational.
77  ws-spell-j picture 9(2) usage is computational.
77  ws-spell-found picture 9 usage is computational.
77  ws-value-overflow picture 9 value 0.
01  ws-spelling picture x(30).

77  frac picture s99 usage is computational.
01  ws-frac-text picture x(6).
01  ws-frac-num picture z9.

*> Audit rows in transit from a partition's dataset to the day
*> dataset: only the date and sequence number change hands here.
01  ws-row-image picture x(132).
*> The day of a partition's audit rows last checked against the
*> registry before the merge.
01  ws-checked-date picture x(8).
01  ws-audit-image picture x(132).
01  audit-line.
    02 aud-date picture x(8).
    02 filler picture x(1).
    02 aud-seq picture 9(6).
    02 filler picture x(117).

*> The day dataset the rows are going to: its date, the sequence
*> carried on from the rows already there, and the day's running
*> control totals, started from the day's last control and proved
*> against it - the same way a translator run takes over a day.
01  ws-audit-date picture x(8) value spaces.
77  ws-day-open picture 9 value 0.
77  ws-audit-seq picture 9(6) value 0.
77  ws-seed-eof picture 9 value 0.
77  ws-rows-merged picture 9(7) value 0.
77  ws-days-written picture 9(3) value 0.
01  ws-audit-totals.
    02 wat-count picture 9(9) usage is computational value 0.
    02 wat-sum picture s9(15) usage is computational value 0.
    02 wat-check picture 9(10) usage is computational value 0.
77  ws-prior-control-found picture 9 value 0.
01  ws-prior-control.
    02 wpc-count picture 9(9) usage is computational value 0.
    02 wpc-sum picture s9(15) usage is computational value 0.
    02 wpc-check picture 9(10) usage is computational value 0.
77  wpc-last-seq picture 9(6) value 0.
01  ws-proved-totals.
    02 wpt-count picture 9(9) usage is computational value 0.
    02 wpt-sum picture s9(15) usage is computational value 0.
    02 wpt-check picture 9(10) usage is computational value 0.
77  ws-audit-tail-count picture 9(7) value 0.
77  ws-audit-tampered picture 9 value 0.
77  ws-audit-control-eof picture 9 value 0.

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

*> Image of one registry line, as the translator writes it.
77  ws-registry-found picture 9 value 0.
77  ws-registry-eof picture 9 value 0.
01  gen-line.
    02 gen-date picture x(8).
    02 filler picture x(1) value space.
    02 gen-status picture x(1).
    02 filler picture x(1) value space.
    02 gen-file picture x(64).

*> One run-history record for the whole partitioned run, in the
*> translator's layout: started when the earliest partition started,
*> ended when the merge finished.
01  run-history-line.
    02 rh-started picture x(14).
    02 filler picture x(1) value space.
    02 rh-ended picture x(14).
    02 filler picture x(1) value space.
    02 rh-input picture x(64).
    02 filler picture x(1) value space.
    02 rh-processed picture 9(7).
    02 filler picture x(1) value space.
    02 rh-err picture 9(7).
    02 filler picture x(1) value space.
    02 rh-mismatch picture 9(7).
    02 filler picture x(1) value space.
    02 rh-unmatched picture 9(7).
    02 filler picture x(1) value space.
    02 rh-return-code picture 9(2).
    02 filler picture x(1) value space.
    02 rh-retired picture 9(7).
    02 filler picture x(1) value space.
    02 rh-profile picture x(8).
    02 filler picture x(1) value space.
    02 rh-operator picture x(8).

*> Who ran the merge, for the run-history record: the job or user the
*> scheduler names in ROMAN_OPERATOR, else the user it runs under.
*> (Each partition's audit rows already carry whoever ran it.)
01  ws-operator picture x(8) value spaces.

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
77  ws-delete-status picture 9(4) usage is computational value 0.
01  lock-line.
    02 lck-stamp picture x(14).
    02 filler picture x(1) value space.
    02 lck-holder picture x(13).

*> The combined run summary, in the translator's own line layouts.
01  ws-report-line picture x(132).

01  summary-title-line.
    02 filler picture x(21) value 'Run Summary'.

01  summary-partition-line.
    02 filler picture x(19) value 'Partitions merged: '.
    02 spl-count picture z9.
    02 filler picture x(4) value ' of '.
    02 spl-input picture x(64).

01  summary-line-1.
    02 filler picture x(19) value 'Processed:        '.
    02 sum-out-processed picture zzzzzz9.
    02 filler picture x(11) value '  Errors: '.
    02 sum-out-err picture zzzzzz9.

01  summary-line-2.
    02 filler picture x(19) value 'Min:               '.
    02 sum-out-min picture -zzzzzz9.
    02 filler picture x(7) value ' Max: '.
    02 sum-out-max picture -zzzzzz9.

01  summary-line-3.
    02 filler picture x(19) value 'Sum:               '.
    02 sum-out-sum picture -zzzzzzzz9.
    02 filler picture x(9) value ' Avg: '.
    02 sum-out-avg picture -zzzzzz9.99.

01  summary-dict-line.
    02 filler picture x(19) value 'Dictionary hits:   '.
    02 sum-out-dict picture zzzzzz9.

01  summary-unmatched-line.
    02 filler picture x(19) value 'Not in catalog:    '.
    02 sum-out-unmatched picture zzzzzz9.

01  summary-retired-line.
    02 filler picture x(19) value 'Retired cited:     '.
    02 sum-out-retired picture zzzzzz9.

01  usage-title-line.
    02 filler picture x(13) value 'Catalog Usage'.

01  usage-detail-line.
    02 filler picture x(2) value spaces.
    02 usg-out-value picture -zzzzzz9.
    02 filler picture x(9) value '  count: '.
    02 usg-out-count picture zzzzzz9.
    02 filler picture x(2) value spaces.
    02 usg-out-desc picture x(33).

01  usage-overflow-line.
    02 filler picture x(39) value
       '  (more referenced values than the list'.
    02 filler picture x(11) value ' can hold)'.

01  unmatched-title-line.
    02 filler picture x(26) value 'Values Not In Master Catal'.
    02 filler picture x(2) value 'og'.

01  unmatched-value-line.
    02 filler picture x(2) value spaces.
    02 unm-out-value picture -zzzzzz9.

01  unmatched-overflow-line.
    02 filler picture x(38) value
       '  (more unmatched values than the list'.
    02 filler picture x(11) value ' can hold)'.

01  retired-title-line.
    02 filler picture x(22) value 'Retired Numbers Cited'.

01  retired-value-line.
    02 filler picture x(2) value spaces.
    02 ret-out-value picture -zzzzzz9.
    02 filler picture x(2) value spaces.
    02 ret-out-desc picture x(33).

01  retired-overflow-line.
    02 filler picture x(36) value
       '  (more retired values than the list'.
    02 filler picture x(11) value ' can hold)'.

01  dup-title-line.
    02 filler picture x(22) value 'Value Frequency Report'.

01  dup-value-line.
    02 filler picture x(2) value spaces.
    02 dup-out-value picture -zzzzzz9.
    02 dup-out-frac picture x(6).
    02 filler picture x(9) value '  count: '.
    02 dup-out-count picture zzzzzz9.

01  dup-spelling-line.
    02 filler picture x(6) value spaces.
    02 dup-out-spelling picture x(30).

01  dup-spell-over-line.
    02 filler picture x(40) value
       '      (more spellings than the list can '.
    02 filler picture x(5) value 'hold)'.

01  dup-overflow-line.
    02 filler picture x(40) value
       '  (more distinct values than the table c'.
    02 filler picture x(8) value 'an hold)'.

01  output-trailer-line.
    02 filler picture x(3) value 'TRL'.
    02 filler picture x(1) value space.
    02 otl-count picture 9(7).
    02 filler picture x(1) value space.
    02 otl-sum picture s9(9) sign is leading separate.

procedure division.
        accept ws-mode from environment 'ROMANPAR_MODE'
            on exception move 'P' to ws-mode
        end-accept.
        if ws-mode is not equal to 'M'
            move 'P' to ws-mode
        end-if.
        accept ws-plan-file from environment 'ROMAN_PARTITION_PLAN'
            on exception move 'ROMANPAR.DAT' to ws-plan-file
        end-accept.
        if plan-mode
            perform plan-run
        else
            perform merge-run
        end-if.
        stop run returning ws-return-code.

*> Split the input into record-range partitions and write the plan.
*> Records are counted as the translator numbers them - every record,
*> feed header and trailer included - and shared out as evenly as
*> they go, the first partitions taking one extra record each until
*> the remainder is used up. A plan still waiting to be merged is not
*> overwritten: its partitions may be running.
plan-run.
        accept ws-input-file from environment 'ROMAN_INPUT_FILE'
            on exception
                display 'ROMANPAR: ROMAN_INPUT_FILE is required'
                move 16 to ws-return-code
                exit paragraph
        end-accept.
        move spaces to ws-partitions-in.
        accept ws-partitions-in from environment 'ROMANPAR_PARTITIONS'
            on exception move spaces to ws-partitions-in
        end-accept.
        if ws-partitions-in is not equal to spaces
            if function trim(ws-partitions-in) is numeric
                    and function numval(ws-partitions-in)
                        is greater than 0
                move function numval(ws-partitions-in) to ws-partitions
            else
                display 'ROMANPAR: ROMANPAR_PARTITIONS must be 1-99'
                move 16 to ws-return-code
                exit paragraph
            end-if
        end-if.
        open input plan-file.
        if ws-plan-status is equal to '00'
            move spaces to plan-line
            read plan-file into plan-line
                at end continue
            end-read
            close plan-file
            if pln-type is equal to 'PLAN' and pln-status is equal 'P'
                display 'ROMANPAR: partition plan '
                    function trim(ws-plan-file)
                    ' has not been merged yet - merge it, or remove '
                    'it to plan again'
                move 16 to ws-return-code
                exit paragraph
            end-if
        end-if.
        open input input-file.
        if ws-input-status is not equal to '00'
            display 'ROMANPAR: cannot open input file '
                function trim(ws-input-file)
                ' (file status ' ws-input-status ')'
            move 16 to ws-return-code
            exit paragraph
        end-if.
        move 0 to ws-eof.
        perform until ws-eof is equal 1
            read input-file
                at end move 1 to ws-eof
                not at end
                    if ws-input-records is less than 9999999
                        add 1 to ws-input-records
                    else
                        move 1 to ws-input-overflow
                    end-if
            end-read
        end-perform.
        close input-file.
        if ws-input-overflow is equal 1
            display 'ROMANPAR: input file ' function trim(ws-input-file)
                ' has more records than the translator can number'
            move 16 to ws-return-code
            exit paragraph
        end-if.
*>      No more partitions than records; an empty input still gets
*>      one (empty) partition, so the run goes through as usual.
        if ws-input-records is less than ws-partitions
            move ws-input-records to ws-partitions
        end-if.
        if ws-partitions is equal to 0
            move 1 to ws-partitions
        end-if.
        divide ws-input-records by ws-partitions
            giving ws-part-size remainder ws-part-extra.
        open output plan-file.
        if ws-plan-status is not equal to '00'
            display 'ROMANPAR: cannot write partition plan '
                function trim(ws-plan-file)
                ' (file status ' ws-plan-status ')'
            move 16 to ws-return-code
            exit paragraph
        end-if.
        move spaces to plan-line.
        move 'PLAN' to pln-type.
        move 'P' to pln-status.
        move ws-partitions to pln-count.
        move ws-input-records to pln-records.
        move function current-date(1:14) to pln-stamp.
        move ws-input-file to pln-input.
        write plan-record from plan-line.
        move 1 to ws-next-first.
        perform varying ws-plan-i from 1 by 1
                until ws-plan-i is greater than ws-partitions
            move spaces to part-line
            move 'PART' to prt-type
            move ws-plan-i to prt-id
            move ws-next-first to prt-first
            compute prt-last = ws-next-first + ws-part-size - 1
            if ws-plan-i is not greater than ws-part-extra
                add 1 to prt-last
            end-if
            compute ws-next-first = prt-last + 1
            write plan-record from part-line
            display 'ROMANPAR: partition ' prt-id ' records '
                prt-first ' - ' prt-last
        end-perform.
        close plan-file.
        display 'ROMANPAR: ' ws-input-records ' records of '
            function trim(ws-input-file) ' planned in '
            ws-partitions ' partitions'.

*> Merge a finished partitioned run. Nothing is written until the
*> plan and every partition's result and datasets have been checked;
*> the audit trail is appended last, under the run lock, and the plan
*> is marked merged as soon as it has been.
merge-run.
        accept ws-output-file from environment 'ROMAN_OUTPUT_FILE'
            on exception
                display 'ROMANPAR: merge requires ROMAN_OUTPUT_FILE'
                move 16 to ws-return-code
                exit paragraph
        end-accept.
        accept ws-reject-file from environment 'ROMAN_REJECT_FILE'
            on exception move 'REJECT.DAT' to ws-reject-file
        end-accept.
        accept ws-audit-base from environment 'ROMAN_AUDIT_FILE'
            on exception move 'AUDIT.DAT' to ws-audit-base
        end-accept.
        accept ws-registry-file from environment 'ROMAN_AUDIT_REGISTRY'
            on exception move 'AUDITGEN.DAT' to ws-registry-file
        end-accept.
        accept ws-audit-control-file from environment
                'ROMAN_AUDIT_CONTROL'
            on exception move 'AUDCTL.DAT' to ws-audit-control-file
        end-accept.
        accept ws-history-file from environment 'ROMAN_RUN_HISTORY'
            on exception move 'RUNHIST.DAT' to ws-history-file
        end-accept.
        perform load-plan.
        if ws-merge-failed is equal 1
            move 16 to ws-return-code
            exit paragraph
        end-if.
        perform acquire-run-lock.
        if ws-lock-held is equal 0
            move 16 to ws-return-code
            exit paragraph
        end-if.
        perform check-partition
            varying ws-plan-i from 1 by 1
            until ws-plan-i is greater than ws-plan-count.
        if ws-merge-failed is equal 1
            display 'ROMANPAR: merge not done, nothing changed - '
                'rerun the partitions named above'
            perform release-run-lock
            move 16 to ws-return-code
            exit paragraph
        end-if.
        perform merge-outputs.
        if ws-merge-failed is equal 0
            perform merge-rejects
        end-if.
        if ws-merge-failed is equal 1
            display 'ROMANPAR: merge stopped before the audit trail '
                'was touched - correct the above and merge again'
            perform release-run-lock
            move 16 to ws-return-code
            exit paragraph
        end-if.
        perform merge-audit-trail.
        perform mark-plan-merged.
        perform release-run-lock.
        perform set-return-code.
        if ws-plan-mark-failed is equal 1
            move 16 to ws-return-code
        end-if.
        perform write-run-history.
        display 'ROMANPAR: merged ' ws-plan-count ' partitions of '
            function trim(pln-input).
        display 'ROMANPAR: records processed:  ' ws-count-processed.
        display 'ROMANPAR: audit rows merged:  ' ws-rows-merged.

*> Load the plan: its header, which must still be waiting to merge,
*> and every partition's range.
load-plan.
        open input plan-file.
        if ws-plan-status is not equal to '00'
            display 'ROMANPAR: cannot open partition plan '
                function trim(ws-plan-file)
                ' (file status ' ws-plan-status ')'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
        move spaces to plan-line.
        move 0 to ws-eof.
        read plan-file into plan-line
            at end move 1 to ws-eof
        end-read.
        move plan-line to ws-plan-header.
        perform until ws-eof is equal 1
            read plan-file into part-line
                at end move 1 to ws-eof
                not at end
                    if prt-type is equal to 'PART'
                        if ws-plan-count is less than 99
                            add 1 to ws-plan-count
                            move prt-id to wp-id(ws-plan-count)
                            move prt-first to wp-first(ws-plan-count)
                            move prt-last to wp-last(ws-plan-count)
                            move spaces to wp-started(ws-plan-count)
                        else
                            move 1 to ws-plan-overflow
                        end-if
                    end-if
            end-read
        end-perform.
        close plan-file.
        if pln-type is not equal to 'PLAN' or ws-plan-count is equal 0
                or ws-plan-overflow is equal 1
            display 'ROMANPAR: ' function trim(ws-plan-file)
                ' is not a usable partition plan'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
        if pln-status is not equal to 'P'
            display 'ROMANPAR: partition plan '
                function trim(ws-plan-file) ' has already been merged'
            move 1 to ws-merge-failed
        end-if.

*> Set ws-partition-suffix to the '.Pnn' of the partition at
*> ws-plan-i, and name its datasets.
name-partition-datasets.
        move spaces to ws-partition-suffix.
        string '.P' delimited by size
            wp-id(ws-plan-i) delimited by size
            into ws-partition-suffix
        end-string.
        move ws-plan-file to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-result-file.
        move ws-output-file to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-part-output-file.
        move ws-reject-file to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-part-reject-file.
        move ws-audit-base to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-part-audit-file.

*> Suffix the dataset name in ws-partition-name with the partition's
*> '.Pnn'.
suffix-partition-name.
        move spaces to ws-partition-work.
        string function trim(ws-partition-name) delimited by size
            ws-partition-suffix delimited by size
            into ws-partition-work
        end-string.
        move ws-partition-work to ws-partition-name.

*> Check one partition: its result must be there, be for this plan's
*> input and range, and show the whole range finished; its output,
*> reject and audit datasets must all open. A good result's counts
*> and listings go into the run's combined summary. Every partition
*> is checked, so one pass names all that need rerunning.
check-partition.
        perform name-partition-datasets.
        move 0 to ws-result-found.
        open input result-file.
        if ws-result-status is equal to '00'
            move spaces to ws-result-image
            read result-file into ws-result-image
                at end continue
            end-read
            move ws-result-image to result-summary-line
            if prs-type is equal to 'S'
                move 1 to ws-result-found
            end-if
        end-if.
        if ws-result-found is equal 0
            if ws-result-status is equal to '00'
                close result-file
            end-if
            display 'ROMANPAR: partition ' wp-id(ws-plan-i)
                ' has no result (' function trim(ws-result-file)
                ') - not run, still running, or failed'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
        if prs-id is not equal to wp-id(ws-plan-i)
                or prs-first is not equal to wp-first(ws-plan-i)
                or prs-last is not equal to wp-last(ws-plan-i)
                or prs-input is not equal to pln-input
                or prs-plan-stamp is not equal to pln-stamp
            close result-file
            display 'ROMANPAR: partition ' wp-id(ws-plan-i)
                ' result does not belong to this plan'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
*>      A partition that says it finished must also have reached the
*>      end of its range - a job restarted from a checkpoint past it
*>      finishes having translated nothing.
        if prs-status is not equal to 'C'
                or prs-record is not equal to wp-last(ws-plan-i)
            close result-file
            display 'ROMANPAR: partition ' wp-id(ws-plan-i)
                ' did not finish its range (stopped at record '
                prs-record ', status ' prs-status ')'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
        perform combine-partition-summary.
        move 0 to ws-eof.
        perform until ws-eof is equal 1
            move spaces to ws-result-image
            read result-file into ws-result-image
                at end move 1 to ws-eof
                not at end perform combine-result-entry
            end-read
        end-perform.
        close result-file.
        open input part-output.
        if ws-part-output-status is not equal to '00'
            display 'ROMANPAR: cannot open partition output '
                function trim(ws-part-output-file)
                ' (file status ' ws-part-output-status ')'
            move 1 to ws-merge-failed
        else
            close part-output
        end-if.
        open input part-reject.
        if ws-part-reject-status is not equal to '00'
            display 'ROMANPAR: cannot open partition rejects '
                function trim(ws-part-reject-file)
                ' (file status ' ws-part-reject-status ')'
            move 1 to ws-merge-failed
        else
            close part-reject
        end-if.
        open input part-audit.
        if ws-part-audit-status is not equal to '00'
            display 'ROMANPAR: cannot open partition audit rows '
                function trim(ws-part-audit-file)
                ' (file status ' ws-part-audit-status ')'
            move 1 to ws-merge-failed
        else
            perform check-partition-audit-days
            close part-audit
        end-if.

*> Check every day the partition's audit rows are for is still current
*> in the registry, so no row is appended to a day already rolled into
*> the archive.
check-partition-audit-days.
        move spaces to ws-checked-date.
        move 0 to ws-eof.
        perform until ws-eof is equal 1
            move spaces to ws-row-image
            read part-audit into ws-row-image
                at end move 1 to ws-eof
                not at end
                    if ws-row-image(1:8) is not equal to ws-checked-date
                        move ws-row-image(1:8) to ws-checked-date
                        perform check-audit-day-current
                    end-if
            end-read
        end-perform.

*> Refuse the merge when the registry lists ws-checked-date as
*> anything but current. A day not listed at all is a new one.
check-audit-day-current.
        move 0 to ws-registry-eof.
        open input audit-registry.
        if ws-registry-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-registry-eof is equal to 1
            read audit-registry into gen-line
                at end move 1 to ws-registry-eof
                not at end
                    if gen-date is equal to ws-checked-date
                            and gen-status is not equal to 'C'
                        display 'ROMANPAR: partition ' wp-id(ws-plan-i)
                            ' has audit rows for ' ws-checked-date
                            ', a day already rolled into the archive'
                        move 1 to ws-merge-failed
                    end-if
            end-read
        end-perform.
        close audit-registry.

*> Add one partition's counts into the run's. The run's summary goes
*> where the first partition's went; the optional summary sections
*> appear if they applied to any partition.
combine-partition-summary.
        move prs-started to wp-started(ws-plan-i).
        if ws-run-started is equal to spaces
                or prs-started is less than ws-run-started
            move prs-started to ws-run-started
        end-if.
        add prs-processed to ws-count-processed.
        add prs-err to ws-count-err.
        add prs-success to ws-count-success.
        add prs-sum to ws-sum-result.
        if prs-success is greater than 0
            if prs-min is less than ws-min-result
                move prs-min to ws-min-result
            end-if
            if prs-max is greater than ws-max-result
                move prs-max to ws-max-result
            end-if
        end-if.
        add prs-mismatch to ws-count-mismatch.
        add prs-unmatched to ws-count-unmatched.
        add prs-retired to ws-count-retired.
        add prs-dict to ws-count-dict.
        if prs-control-mismatch is equal 1
            move 1 to ws-control-mismatch
        end-if.
        if ws-plan-i is equal 1
            move prs-summary-dest to ws-summary-dest
            move prs-output-trailer to ws-output-trailer
        end-if.
        if prs-dict-shown is equal 1
            move 1 to ws-dict-shown
        end-if.
        if prs-catalog-shown is equal 1
            move 1 to ws-catalog-shown
        end-if.
        if prs-dup-report is equal 1
            move 1 to ws-dup-report
        end-if.
        if prs-unmatched-over is equal 1
            move 1 to ws-unmatched-overflow
        end-if.
        if prs-retired-over is equal 1
            move 1 to ws-retired-overflow
        end-if.
        if prs-usage-over is equal 1
            move 1 to ws-usage-overflow
        end-if.
        if prs-value-over is equal 1
            move 1 to ws-value-overflow
        end-if.
        if prs-profile is not equal to spaces
            if ws-run-profile-set is equal 0
                move prs-profile to ws-run-profile
                move 1 to ws-run-profile-set
            else
                if prs-profile is not equal to ws-run-profile
                    move '(mixed)' to ws-run-profile
                end-if
            end-if
        end-if.

*> Fold one listing entry from a partition's result into the run's
*> combined listing of the same kind.
combine-result-entry.
        evaluate ws-result-image(1:1)
            when 'U'
                move ws-result-image to result-value-line
                perform combine-unmatched-value
            when 'R'
                move ws-result-image to result-value-line
                perform combine-retired-value
            when 'G'
                move ws-result-image to result-value-line
                perform combine-usage-value
            when 'D'
                move ws-result-image to result-dup-line
                perform combine-duplicate-value
            when other
                continue
        end-evaluate.

combine-unmatched-value.
        move 0 to ws-unmatched-known.
        perform varying ws-unmatched-i from 1 by 1
                until ws-unmatched-i is greater than ws-unmatched-count
            if ws-unmatched-value(ws-unmatched-i) is equal to prv-value
                move 1 to ws-unmatched-known
            end-if
        end-perform.
        if ws-unmatched-known is equal to 0
            if ws-unmatched-count is less than 500
                add 1 to ws-unmatched-count
                move prv-value to ws-unmatched-value(ws-unmatched-count)
            else
                move 1 to ws-unmatched-overflow
            end-if
        end-if.

combine-retired-value.
        move 0 to ws-retired-known.
        perform varying ws-retired-i from 1 by 1
                until ws-retired-i is greater than ws-retired-count
            if wr-value(ws-retired-i) is equal to prv-value
                move 1 to ws-retired-known
            end-if
        end-perform.
        if ws-retired-known is equal to 0
            if ws-retired-count is less than 500
                add 1 to ws-retired-count
                move prv-value to wr-value(ws-retired-count)
                move prv-desc to wr-desc(ws-retired-count)
            else
                move 1 to ws-retired-overflow
            end-if
        end-if.

combine-usage-value.
        move 0 to ws-usage-found.
        perform varying ws-usage-i from 1 by 1
                until ws-usage-i is greater than ws-usage-count
                or ws-usage-found is greater than 0
            if wu-value(ws-usage-i) is equal to prv-value
                move ws-usage-i to ws-usage-found
            end-if
        end-perform.
        if ws-usage-found is greater than 0
            add prv-count to wu-count(ws-usage-found)
        else
            if ws-usage-count is less than 500
                add 1 to ws-usage-count
                move prv-value to wu-value(ws-usage-count)
                move prv-count to wu-count(ws-usage-count)
                move prv-desc to wu-desc(ws-usage-count)
            else
                move 1 to ws-usage-overflow
            end-if
        end-if.

*> A distinct value's occurrences add up across partitions, and its
*> spellings are merged into one list of the translator's size.
combine-duplicate-value.
        move 0 to ws-value-found.
        perform varying ws-value-i from 1 by 1
                until ws-value-i is greater than ws-value-count
                or ws-value-found is greater than 0
            if ws-val-result(ws-value-i) is equal to prd-value
                    and ws-val-frac(ws-value-i) is equal to prd-frac
                move ws-value-i to ws-value-found
            end-if
        end-perform.
        if ws-value-found is equal 0
            if ws-value-count is less than 500
                add 1 to ws-value-count
                move ws-value-count to ws-value-found
                move prd-value to ws-val-result(ws-value-found)
                move prd-frac to ws-val-frac(ws-value-found)
                move 0 to ws-val-count(ws-value-found)
                move 0 to ws-val-spell-count(ws-value-found)
                move 0 to ws-val-spell-over(ws-value-found)
            else
                move 1 to ws-value-overflow
                exit paragraph
            end-if
        end-if.
        add prd-count to ws-val-count(ws-value-found).
        if prd-spell-over is equal 1
            move 1 to ws-val-spell-over(ws-value-found)
        end-if.
        perform varying ws-spell-j from 1 by 1
                until ws-spell-j is greater than prd-spell-count
                or ws-spell-j is greater than 5
            move prd-spelling(ws-spell-j) to ws-spelling
            perform combine-value-spelling
        end-perform.

*> Remember a spelling against the value entry at ws-value-found,
*> unless it is already listed, up to the per-value list size.
combine-value-spelling.
        move 0 to ws-spell-found.
        perform varying ws-spell-i from 1 by 1
                until ws-spell-i is greater than
                    ws-val-spell-count(ws-value-found)
            if ws-val-spelling(ws-value-found, ws-spell-i)
                    is equal to ws-spelling
                move 1 to ws-spell-found
            end-if
        end-perform.
        if ws-spell-found is equal 0
            if ws-val-spell-count(ws-value-found) is less than 5
                add 1 to ws-val-spell-count(ws-value-found)
                move ws-spelling to ws-val-spelling(ws-value-found,
                    ws-val-spell-count(ws-value-found))
            else
                move 1 to ws-val-spell-over(ws-value-found)
            end-if
        end-if.

*> Concatenate the partitions' outputs, in partition (and so input)
*> order, into the run's output dataset, followed by the combined
*> run summary and, if the run asked for one, the output trailer.
merge-outputs.
        open output output-file.
        if ws-output-status is not equal to '00'
            display 'ROMANPAR: cannot open output file '
                function trim(ws-output-file)
                ' (file status ' ws-output-status ')'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
        perform varying ws-plan-i from 1 by 1
                until ws-plan-i is greater than ws-plan-count
            perform name-partition-datasets
            open input part-output
            move 0 to ws-eof
            perform until ws-eof is equal 1
                read part-output
                    at end move 1 to ws-eof
                    not at end
                        write output-record from part-output-record
                end-read
            end-perform
            close part-output
        end-perform.
        perform write-summary.
        if output-trailer-on
            move ws-count-processed to otl-count
            move ws-sum-result to otl-sum
            write output-record from output-trailer-line
        end-if.
        close output-file.

*> Concatenate the partitions' rejects, in partition order, into the
*> run's reject dataset. The rows already carry their input record
*> numbers, which the partitions kept in the original numbering.
merge-rejects.
        open output reject-file.
        if ws-reject-status is not equal to '00'
            display 'ROMANPAR: cannot open reject file '
                function trim(ws-reject-file)
                ' (file status ' ws-reject-status ')'
            move 1 to ws-merge-failed
            exit paragraph
        end-if.
        perform varying ws-plan-i from 1 by 1
                until ws-plan-i is greater than ws-plan-count
            perform name-partition-datasets
            open input part-reject
            move 0 to ws-eof
            perform until ws-eof is equal 1
                read part-reject
                    at end move 1 to ws-eof
                    not at end
                        write reject-record from part-reject-record
                end-read
            end-perform
            close part-reject
        end-perform.
        close reject-file.

*> Append the partitions' audit rows, in partition order, to the day
*> dataset of the date each row carries, renumbered so the day's
*> sequence runs on contiguously from the rows already there. A run
*> whose partitions straddled midnight simply feeds two days.
merge-audit-trail.
        perform varying ws-plan-i from 1 by 1
                until ws-plan-i is greater than ws-plan-count
            perform name-partition-datasets
            open input part-audit
            move 0 to ws-eof
            perform until ws-eof is equal 1
                move spaces to ws-row-image
                read part-audit into ws-row-image
                    at end move 1 to ws-eof
                    not at end perform merge-audit-row
                end-read
            end-perform
            close part-audit
        end-perform.
        if ws-day-open is equal 1
            perform close-audit-day
        end-if.

merge-audit-row.
        if ws-row-image(1:8) is not equal to ws-audit-date
                or ws-day-open is equal 0
            perform switch-audit-day
        end-if.
        move ws-row-image to audit-line.
        add 1 to ws-audit-seq.
        move ws-audit-seq to aud-seq.
        write audit-record from audit-line.
        move audit-line to ws-audit-image.
        call "audsum" using ws-audit-image, ws-audit-totals.
        add 1 to ws-rows-merged.

*> Close the day being written, if any, and take over the day of the
*> row in hand: registered, seeded, and proved against its control
*> exactly as a translator run takes it over.
switch-audit-day.
        if ws-day-open is equal 1
            perform close-audit-day
        end-if.
        move ws-row-image(1:8) to ws-audit-date.
        move spaces to ws-audit-file.
        string function trim(ws-audit-base) delimited by size
            '.' delimited by size
            ws-audit-date delimited by size
            into ws-audit-file
        end-string.
        perform register-audit-generation.
        perform seed-audit-seq.
        open extend audit-file.
        if ws-audit-status is equal to '35'
            open output audit-file
        end-if.
        move 1 to ws-day-open.
        add 1 to ws-days-written.

*> Close the day dataset and append its cumulative control.
close-audit-day.
        close audit-file.
        move 0 to ws-day-open.
        perform write-audit-control.

*> Append the day's dataset to the generation registry, unless it is
*> already listed.
register-audit-generation.
        move 0 to ws-registry-found.
        move 0 to ws-registry-eof.
        open input audit-registry.
        if ws-registry-status is equal to '00'
            perform until ws-registry-eof is equal to 1
                read audit-registry into gen-line
                    at end move 1 to ws-registry-eof
                    not at end
                        if gen-date is equal to ws-audit-date
                            move 1 to ws-registry-found
                        end-if
                end-read
            end-perform
            close audit-registry
        end-if.
        if ws-registry-found is equal 0
            open extend audit-registry
            if ws-registry-status is equal to '35'
                open output audit-registry
            end-if
            if ws-registry-status is equal to '00'
                move spaces to gen-line
                move ws-audit-date to gen-date
                move 'C' to gen-status
                move ws-audit-file to gen-file
                write audit-registry-record from gen-line
                close audit-registry
            end-if
        end-if.

*> Seed the sequence from the highest aud-seq already on the day
*> dataset, and prove the rows the day's last control covers; rows
*> past it (an interrupted run's tail) are taken under control.
seed-audit-seq.
        move 0 to ws-audit-seq.
        move 0 to ws-seed-eof.
        move 0 to ws-audit-tail-count.
        move 0 to wat-count.
        move 0 to wat-sum.
        move 0 to wat-check.
        move 0 to wpt-count.
        move 0 to wpt-sum.
        move 0 to wpt-check.
        perform read-audit-control.
        open input audit-file.
        if ws-audit-status is equal to '00'
            perform until ws-seed-eof is equal to 1
                read audit-file into audit-line
                    at end move 1 to ws-seed-eof
                    not at end
                        if aud-date is equal to ws-audit-date
                                and aud-seq is greater than ws-audit-seq
                            move aud-seq to ws-audit-seq
                        end-if
                        perform prove-seeded-row
                end-read
            end-perform
            close audit-file
        end-if.
        if ws-prior-control-found is equal 1
            if wpt-count is not equal to wpc-count
                    or wpt-sum is not equal to wpc-sum
                    or wpt-check is not equal to wpc-check
                move 1 to ws-audit-tampered
                display 'ROMANPAR: audit day dataset '
                    function trim(ws-audit-file)
                    ' does not match its control totals - rows '
                    'changed or removed since they were written'
            end-if
        end-if.
        if ws-audit-tail-count is greater than 0
            display 'ROMANPAR: ' ws-audit-tail-count
                ' audit rows past the last control total on '
                function trim(ws-audit-file)
                ' (an interrupted run) taken under control'
        end-if.

prove-seeded-row.
        move audit-line to ws-audit-image.
        if ws-prior-control-found is equal 1
                and aud-seq is numeric
                and aud-seq is not greater than wpc-last-seq
            call "audsum" using ws-audit-image, ws-proved-totals
        else
            call "audsum" using ws-audit-image, ws-audit-totals
            if ws-prior-control-found is equal 1
                add 1 to ws-audit-tail-count
            end-if
        end-if.

*> Find the day's last control (the latest record for the date wins)
*> and start the running control from it.
read-audit-control.
        move 0 to ws-prior-control-found.
        move 0 to ws-audit-control-eof.
        open input audit-control.
        if ws-audit-control-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-audit-control-eof is equal to 1
            read audit-control into audit-control-line
                at end move 1 to ws-audit-control-eof
                not at end
                    if act-date is equal to ws-audit-date
                            and act-count is numeric
                            and act-sum is numeric
                            and act-check is numeric
                            and act-last-seq is numeric
                        move 1 to ws-prior-control-found
                        move act-count to wpc-count
                        move act-sum to wpc-sum
                        move act-check to wpc-check
                        move act-last-seq to wpc-last-seq
                    end-if
            end-read
        end-perform.
        close audit-control.
        if ws-prior-control-found is equal 1
            move wpc-count to wat-count
            move wpc-sum to wat-sum
            move wpc-check to wat-check
        end-if.

*> Append the day's cumulative control to the audit control dataset.
*> Failing to record it is reported; the rows stay provable, taken
*> under control as a tail by the next run of the day.
write-audit-control.
        open extend audit-control.
        if ws-audit-control-status is equal to '35'
            open output audit-control
        end-if.
        if ws-audit-control-status is not equal to '00'
            display 'ROMANPAR: cannot record audit control totals '
                'in ' function trim(ws-audit-control-file)
                ' (file status ' ws-audit-control-status ')'
            exit paragraph
        end-if.
        move spaces to audit-control-line.
        move ws-audit-date to act-date.
        move 'C' to act-status.
        move wat-count to act-count.
        move wat-sum to act-sum.
        move wat-check to act-check.
        move ws-audit-seq to act-last-seq.
        move function current-date(1:14) to act-stamp.
        write audit-control-record from audit-control-line.
        close audit-control.

*> Rewrite the plan with its status set to merged, so neither the
*> merge nor a partition job can be run against it again.
mark-plan-merged.
        move ws-plan-header to plan-line.
        move 'M' to pln-status.
        open output plan-file.
        if ws-plan-status is not equal to '00'
            display 'ROMANPAR: cannot mark partition plan '
                function trim(ws-plan-file) ' merged (file status '
                ws-plan-status ')'
            display 'ROMANPAR: the audit trail has already been merged'
                ' - remove the plan by hand, do not merge it again'
            move 1 to ws-plan-mark-failed
            exit paragraph
        end-if.
        write plan-record from plan-line.
        perform varying ws-plan-i from 1 by 1
                until ws-plan-i is greater than ws-plan-count
            move spaces to part-line
            move 'PART' to prt-type
            move wp-id(ws-plan-i) to prt-id
            move wp-first(ws-plan-i) to prt-first
            move wp-last(ws-plan-i) to prt-last
            write plan-record from part-line
        end-perform.
        close plan-file.

*> Grade the merged run the way the translator grades a run: a
*> control-count mismatch outranks translation errors, which outrank
*> warnings (round-trip mismatches, values missing from the catalog
*> or retired, or a day dataset that no longer matches its control).
set-return-code.
        evaluate true
            when ws-control-mismatch is equal 1
                move 12 to ws-return-code
            when ws-count-err is greater than 0
                move 8 to ws-return-code
            when ws-count-mismatch is greater than 0
                    or ws-count-unmatched is greater than 0
                    or ws-count-retired is greater than 0
                    or ws-audit-tampered is equal 1
                move 4 to ws-return-code
            when other
                move 0 to ws-return-code
        end-evaluate.

*> Append the run's one run-history record. Failing to is reported
*> but does not fail the merge - the run is done and graded.
write-run-history.
        open extend run-history.
        if ws-history-status is equal to '35'
            open output run-history
        end-if.
        if ws-history-status is not equal to '00'
            display 'ROMANPAR: cannot open run history '
                function trim(ws-history-file)
                ' (file status ' ws-history-status ')'
            exit paragraph
        end-if.
        move ws-run-started to rh-started.
        move function current-date(1:14) to rh-ended.
        move pln-input to rh-input.
        move ws-count-processed to rh-processed.
        move ws-count-err to rh-err.
        move ws-count-mismatch to rh-mismatch.
        move ws-count-unmatched to rh-unmatched.
        move ws-count-retired to rh-retired.
        move ws-return-code to rh-return-code.
        move ws-run-profile to rh-profile.
        perform identify-batch-operator.
        move ws-operator to rh-operator.
        write run-history-record from run-history-line.
        close run-history.

*> Identify the merge job the way the translator identifies a batch
*> run.
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

*> Write the combined run summary, in the translator's layout and to
*> wherever the translator would have written it.
write-summary.
        if ws-count-success is greater than 0
            compute ws-avg-result rounded =
                ws-sum-result / ws-count-success
        else
            move 0 to ws-min-result
            move 0 to ws-avg-result
        end-if.
        move summary-title-line to ws-report-line.
        perform write-summary-line.
        move ws-plan-count to spl-count.
        move pln-input to spl-input.
        move summary-partition-line to ws-report-line.
        perform write-summary-line.
        move ws-count-processed to sum-out-processed.
        move ws-count-err to sum-out-err.
        move summary-line-1 to ws-report-line.
        perform write-summary-line.
        move ws-min-result to sum-out-min.
        move ws-max-result to sum-out-max.
        move summary-line-2 to ws-report-line.
        perform write-summary-line.
        move ws-sum-result to sum-out-sum.
        move ws-avg-result to sum-out-avg.
        move summary-line-3 to ws-report-line.
        perform write-summary-line.
        if ws-dict-shown is equal 1
                or ws-count-dict is greater than 0
            move ws-count-dict to sum-out-dict
            move summary-dict-line to ws-report-line
            perform write-summary-line
        end-if.
        if ws-catalog-shown is equal 1
                or ws-count-unmatched is greater than 0
                or ws-count-retired is greater than 0
            move ws-count-unmatched to sum-out-unmatched
            move summary-unmatched-line to ws-report-line
            perform write-summary-line
            if ws-unmatched-count is greater than 0
                perform write-unmatched-listing
            end-if
            move ws-count-retired to sum-out-retired
            move summary-retired-line to ws-report-line
            perform write-summary-line
            if ws-retired-count is greater than 0
                perform write-retired-listing
            end-if
        end-if.
        if ws-usage-count is greater than 0
                or ws-usage-overflow is equal 1
            perform write-catalog-usage
        end-if.
        if ws-dup-report is equal 1
            perform write-duplicate-report
        end-if.

write-catalog-usage.
        move usage-title-line to ws-report-line.
        perform write-summary-line.
        perform varying ws-usage-i from 1 by 1
                until ws-usage-i is greater than ws-usage-count
            move wu-value(ws-usage-i) to usg-out-value
            move wu-count(ws-usage-i) to usg-out-count
            move wu-desc(ws-usage-i) to usg-out-desc
            move usage-detail-line to ws-report-line
            perform write-summary-line
        end-perform.
        if ws-usage-overflow is equal 1
            move usage-overflow-line to ws-report-line
            perform write-summary-line
        end-if.

write-unmatched-listing.
        move unmatched-title-line to ws-report-line.
        perform write-summary-line.
        perform varying ws-unmatched-i from 1 by 1
                until ws-unmatched-i is greater than ws-unmatched-count
            move ws-unmatched-value(ws-unmatched-i) to unm-out-value
            move unmatched-value-line to ws-report-line
            perform write-summary-line
        end-perform.
        if ws-unmatched-overflow is equal to 1
            move unmatched-overflow-line to ws-report-line
            perform write-summary-line
        end-if.

write-retired-listing.
        move retired-title-line to ws-report-line.
        perform write-summary-line.
        perform varying ws-retired-i from 1 by 1
                until ws-retired-i is greater than ws-retired-count
            move wr-value(ws-retired-i) to ret-out-value
            move wr-desc(ws-retired-i) to ret-out-desc
            move retired-value-line to ws-report-line
            perform write-summary-line
        end-perform.
        if ws-retired-overflow is equal to 1
            move retired-overflow-line to ws-report-line
            perform write-summary-line
        end-if.

write-duplicate-report.
        perform sort-value-table.
        move dup-title-line to ws-report-line.
        perform write-summary-line.
        perform varying ws-value-i from 1 by 1
                until ws-value-i is greater than ws-value-count
            move ws-val-result(ws-value-i) to dup-out-value
            move ws-val-frac(ws-value-i) to frac
            perform format-fraction-text
            move ws-frac-text to dup-out-frac
            move ws-val-count(ws-value-i) to dup-out-count
            move dup-value-line to ws-report-line
            perform write-summary-line
            perform varying ws-spell-i from 1 by 1
                    until ws-spell-i is greater than
                        ws-val-spell-count(ws-value-i)
                move ws-val-spelling(ws-value-i, ws-spell-i)
                    to dup-out-spelling
                move dup-spelling-line to ws-report-line
                perform write-summary-line
            end-perform
            if ws-val-spell-over(ws-value-i) is equal 1
                move dup-spell-over-line to ws-report-line
                perform write-summary-line
            end-if
        end-perform.
        if ws-value-overflow is equal 1
            move dup-overflow-line to ws-report-line
            perform write-summary-line
        end-if.

*> Selection sort of the distinct-value table, descending by
*> occurrence count; ties keep first-seen order.
sort-value-table.
        perform varying ws-value-i from 1 by 1
                until ws-value-i is greater than or equal to ws-value-count
            move ws-value-i to ws-value-k
            compute ws-value-j = ws-value-i + 1
            perform until ws-value-j is greater than ws-value-count
                if ws-val-count(ws-value-j) is greater than
                        ws-val-count(ws-value-k)
                    move ws-value-j to ws-value-k
                end-if
                add 1 to ws-value-j
            end-perform
            if ws-value-k is not equal to ws-value-i
                move ws-value-entry(ws-value-i) to ws-val-swap
                move ws-value-entry(ws-value-k)
                    to ws-value-entry(ws-value-i)
                move ws-val-swap to ws-value-entry(ws-value-k)
            end-if
        end-perform.

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

*> One summary line: into the output dataset after the translated
*> lines for a labeled run, to the console for csv, fixed-width and
*> embedded runs - as the translator does.
write-summary-line.
        if ws-summary-dest is equal to 'O'
            write output-record from ws-report-line
        else
            display function trim(ws-report-line)
        end-if.

*> Take the exclusive run lock, waiting and retrying within the
*> operator-set bounds when a run holds it.
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
            display 'ROMANPAR: clearing leftover run lock '
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
            display 'ROMANPAR: run lock '
                function trim(ws-lock-file)
                ' still held after the bounded wait - a run is using '
                'the audit datasets; nothing merged'
            display 'ROMANPAR: rerun when it finishes, or clear a '
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
                    move 'romanpar' to lck-holder
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
                display 'ROMANPAR: could not release run lock '
                    function trim(ws-lock-file)
            end-if
            move 0 to ws-lock-held
        end-if.
