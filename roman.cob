    select audit-registry assign to dynamic ws-registry-file
        organization is line sequential
        file status is ws-registry-status.
*>  Audit control dataset: the control totals for each audit day, so
*>  a day dataset edited or cut short after the fact can be told from
*>  the one the translator wrote.
    select audit-control assign to dynamic ws-audit-control-file
        organization is line sequential
        file status is ws-audit-control-status.
*>  Manifest dataset: one input file name per line, so a nightly cycle
*>  of 20-40 feeder datasets runs as a single execution - the files
*>  processed in manifest order, each with its own per-file summary,
    select control-file assign to dynamic ws-control-file
        organization is line sequential
        file status is ws-control-status.
*>  Feed profile dataset: the run settings each feed needs, keyed by
*>  the source code on the feed's header record, so a manifest run of
*>  mixed feeds runs every member under its own feed's settings
*>  instead of one control record's. Optional - no dataset, no
*>  profiles.
    select profile-file assign to dynamic ws-profile-file
        organization is line sequential
        file status is ws-profile-status.
*>  Partition plan and partition result datasets for a partitioned
*>  run: the plan (written by romanpar) names the input and the record
*>  range each partition job translates; the result is what one
*>  partition job hands the merge step in place of a run summary.
    select partition-plan assign to dynamic ws-partition-plan
        organization is line sequential
        file status is ws-partition-plan-status.
    select partition-result assign to dynamic ws-partition-result-file
        organization is line sequential
        file status is ws-partition-result-status.

data division.
file section.
fd batch-output.
    01 batch-output-record picture x(132).
fd audit-file.
    01 audit-record picture x(132).
fd reject-file.
    01 reject-record picture x(80).
fd checkpoint-file.
    01 checkpoint-record picture x(80).
fd audit-registry.
    01 audit-registry-record picture x(80).
fd audit-control.
    01 audit-control-record picture x(80).
fd manifest-file.
    01 manifest-record picture x(80).
fd run-history.
    01 run-history-record picture x(256).
fd lock-file.
    01 lock-record picture x(80).
fd exception-file.
    01 exception-record picture x(80).
fd control-file.
    01 control-record picture x(80).
fd profile-file.
    01 profile-record picture x(80).
fd partition-plan.
    01 partition-plan-record picture x(132).
fd partition-result.
    01 partition-result-record picture x(256).

working-storage section.
77  eof picture 9 value 0.
77  ws-manifest-overflow picture 9 value 0.
01  ws-manifest-line picture x(80).

*> Partitioned runs: a large input (the quarter-end re-extract) is
*> split by romanpar into record-range partitions, each translated by
*> its own concurrent job of this program, and romanpar's merge step
*> then puts the pieces back together. A partition job is selected by
*> ROMAN_PARTITION_PLAN (the plan dataset) and ROMAN_PARTITION_ID
*> (which partition of it, 1-99); the input file comes from the plan,
*> and everything the job writes goes to its own dataset - the
*> output, reject, checkpoint and lock names given for the run,
*> suffixed '.Pnn', and an audit dataset named from the audit base
*> the same way - so partitions never share a dataset, never queue on
*> the run lock, and restart independently from their own
*> checkpoints. The records ahead of a partition's range are read
*> through (absorbing the feed header, so its profile applies and the
*> trailer count still reconciles in the last partition) but not
*> translated. Instead of a run summary, audit control and run-history
*> record - which the merge writes once, for the whole run - a
*> partition ends by writing its result dataset (the plan name,
*> suffixed '.Pnn'): its counts and the end-of-run listing tables.
77  ws-partition-mode picture x(1) value 'N'.
    88 partition-mode value 'Y'.
01  ws-partition-plan picture x(64).
01  ws-partition-plan-status picture x(2).
01  ws-partition-result-file picture x(64).
01  ws-partition-result-status picture x(2).
77  ws-partition-id picture 99 value 0.
01  ws-partition-id-in picture x(2).
01  ws-partition-suffix picture x(4).
77  ws-partition-first picture 9(7) value 0.
77  ws-partition-last picture 9(7) value 0.
77  ws-partition-found picture 9 value 0.
77  ws-partition-eof picture 9 value 0.
77  ws-partition-restart picture 9 value 0.
77  ws-partition-delete-status picture 9(4) usage is computational
    value 0.
01  ws-partition-name picture x(64).
01  ws-partition-work picture x(64).

*> Plan dataset: a PLAN line (status P planned, M merged; partition
*> count; input record count; when planned; input file), then one
*> PART line per partition with its first and last record numbers.
01  plan-line.
    02 pln-type picture x(4).
    02 filler picture x(1).
    02 pln-status picture x(1).
    02 filler picture x(1).
    02 pln-count picture 99.
    02 filler picture x(1).
    02 pln-records picture 9(7).
    02 filler picture x(1).
    02 pln-stamp picture x(14).
    02 filler picture x(1).
    02 pln-input picture x(64).
01  part-line.
    02 prt-type picture x(4).
    02 filler picture x(1).
    02 prt-id picture 99.
    02 filler picture x(1).
    02 prt-first picture 9(7).
    02 filler picture x(1).
    02 prt-last picture 9(7).

*> Partition result dataset: an S line with the partition's counts,
*> then one line per entry of each end-of-run listing table - U value
*> not in the catalog, R retired value cited, G catalog usage, D
*> distinct value with its spellings - for the merge to combine.
*> S status: C complete, T stopped at the error threshold.
01  result-summary-line.
    02 prs-type picture x(1).
    02 filler picture x(1) value space.
    02 prs-id picture 99.
    02 filler picture x(1) value space.
    02 prs-status picture x(1).
    02 filler picture x(1) value space.
    02 prs-first picture 9(7).
    02 filler picture x(1) value space.
    02 prs-last picture 9(7).
    02 filler picture x(1) value space.
    02 prs-record picture 9(7).
    02 filler picture x(1) value space.
    02 prs-started picture x(14).
    02 filler picture x(1) value space.
    02 prs-ended picture x(14).
    02 filler picture x(1) value space.
    02 prs-processed picture 9(7).
    02 filler picture x(1) value space.
    02 prs-err picture 9(7).
    02 filler picture x(1) value space.
    02 prs-success picture 9(7).
    02 filler picture x(1) value space.
    02 prs-sum picture s9(9) sign is leading separate.
    02 filler picture x(1) value space.
    02 prs-min picture s9(7) sign is leading separate.
    02 filler picture x(1) value space.
    02 prs-max picture s9(7) sign is leading separate.
    02 filler picture x(1) value space.
    02 prs-mismatch picture 9(7).
    02 filler picture x(1) value space.
    02 prs-unmatched picture 9(7).
    02 filler picture x(1) value space.
    02 prs-retired picture 9(7).
    02 filler picture x(1) value space.
    02 prs-dict picture 9(7).
    02 filler picture x(1) value space.
    02 prs-control-mismatch picture 9.
    02 filler picture x(1) value space.
    02 prs-return-code picture 99.
    02 filler picture x(1) value space.
*>  Where the summary goes (O output dataset, C console), whether the
*>  output trailer is on, and which optional summary sections apply.
    02 prs-summary-dest picture x(1).
    02 filler picture x(1) value space.
    02 prs-output-trailer picture x(1).
    02 filler picture x(1) value space.
    02 prs-dict-shown picture 9.
    02 prs-catalog-shown picture 9.
    02 prs-dup-report picture 9.
    02 filler picture x(1) value space.
    02 prs-unmatched-over picture 9.
    02 prs-retired-over picture 9.
    02 prs-usage-over picture 9.
    02 prs-value-over picture 9.
    02 filler picture x(1) value space.
    02 prs-profile picture x(8).
    02 filler picture x(1) value space.
    02 prs-input picture x(64).
    02 filler picture x(1) value space.
    02 prs-plan-stamp picture x(14).
01  result-value-line.
    02 prv-type picture x(1).
    02 filler picture x(1) value space.
    02 prv-value picture s9(7) sign is leading separate.
    02 filler picture x(1) value space.
    02 prv-count picture 9(7).
    02 filler picture x(1) value space.
    02 prv-desc picture x(33).
01  result-dup-line.
    02 prd-type picture x(1).
    02 filler picture x(1) value space.
    02 prd-value picture s9(7) sign is leading separate.
    02 filler picture x(1) value space.
    02 prd-frac picture 99.
    02 filler picture x(1) value space.
    02 prd-count picture 9(7).
    02 filler picture x(1) value space.
    02 prd-spell-count picture 9.
    02 prd-spell-over picture 9.
    02 prd-spelling picture x(30) occurs 5 times.
01  ws-partition-result-image picture x(256).
01  ws-partition-stamp picture x(14).

*> What an earlier attempt at this partition reported, carried forward
*> by a restart: counts for the records before the restart point are
*> held here, apart from this attempt's, until the result is written.
77  ws-partition-carried picture 9 value 0.
01  ws-partition-carry.
    02 wpr-started picture x(14).
    02 wpr-processed picture 9(7).
    02 wpr-err picture 9(7).
    02 wpr-success picture 9(7).
    02 wpr-sum picture s9(9) usage is computational.
    02 wpr-min picture s9(7) usage is computational.
    02 wpr-max picture s9(7) usage is computational.
    02 wpr-mismatch picture 9(7).
    02 wpr-unmatched picture 9(7).
    02 wpr-retired picture 9(7).
    02 wpr-dict picture 9(7).

*> File index carried on the checkpoint of a manifest run (zero on a
*> single-file run's checkpoint), so a restart resumes at the right
*> file as well as the right record within it.
*> flagged on its output line, counted in the run summary, and listed
*> at end of run - catching fabricated or mistyped archival numbers at
*> translation time instead of months later during shelf audits.
*> A value the catalog holds as retired (issued once, since withdrawn)
*> is flagged, counted, and listed separately from a value never
*> issued at all: the shelf auditors treat a citation of a withdrawn
*> number quite differently from a citation of a fabricated one.
77  ws-master-check picture x(1) value 'N'.
    88 catalog-check-on value 'Y'.

01  mst-status picture x(2).
77  ws-catalog-flag picture x(1) value space.
    88 catalog-unmatched value 'U'.
    88 catalog-retired value 'R'.
77  ws-count-unmatched picture 9(7) value 0.
77  ws-count-retired picture 9(7) value 0.

*> The description the archive office maintains for the current
*> record's value, returned by mstlkup on a catalog hit and carried
    02 filler picture x(19) value 'Not in catalog:    '.
    02 sum-out-unmatched picture zzzzzz9.

*> Distinct retired values cited, with the description the catalog
*> still keeps for them, for the end-of-run retired-values listing.
*> Capped; overflow is reported rather than silently dropped.
01  ws-retired-table.
    02 ws-retired-entry occurs 500 times.
       03 wr-value picture s9(7) usage is computational.
       03 wr-desc picture x(33).
77  ws-retired-count picture 9(3) value 0.
77  ws-retired-i picture 9(3) usage is computational.
77  ws-retired-known picture 9 value 0.
77  ws-retired-overflow picture 9 value 0.

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

01  summary-retired-line.
    02 filler picture x(19) value 'Retired cited:     '.
    02 sum-out-retired picture zzzzzz9.

*> Duplicate detection: in batch feeds the same value often arrives
*> many times, sometimes under different spellings (especially with
*> lenient validation on). When either option below is on, every
77  ws-data-count picture 9(7) value 0.
77  ws-control-mismatch picture 9 value 0.
77  ws-got-data picture 9 value 0.
77  ws-header-quiet picture 9 value 0.
77  ws-output-trailer picture x(1) value 'N'.
    88 output-trailer-on value 'Y'.

    02 filler picture x(1) value space.
    02 otl-sum picture s9(9) sign is leading separate.

*> Per-feed processing profiles: the feeds on one manifest don't all
*> want the same settings - the pre-1900 ledger transcriptions want
*> apostrophus notation, lenient validation and the exception
*> dictionary; the vendor extract wants strict validation, the
*> catalog check and a tight error threshold. The profile dataset
*> (ROMANPRF.DAT, or ROMAN_PROFILE_FILE) holds one line per feed,
*> keyed by the source code its header record carries, and when
*> note-feed-header finds a profile for the source, that profile's
*> settings take over for the rest of the file. Every member starts
*> from the run's own settings (control record, or environment
*> variables), and a source with no profile just keeps them. A blank
*> or out-of-range field on a profile leaves that setting as the run
*> has it, the same way apply-control-record treats the control
*> record. Layout:
*>   cols  1- 8  feed source, as on the header record
*>   col  10     strict validation Y/N
*>   col  12     notation B/V/A
*>   col  14     round-trip verification Y/N
*>   col  16     master catalog check Y/N
*>   col  18     duplicate report Y/N
*>   col  20     duplicate flagging Y/N
*>   cols 22-28  error count limit (0 = none)
*>   cols 30-32  error percentage limit (0 = none)
*>   col  34     output format L/C/F
*>   col  36     exception dictionary Y/N
*> A profile's error limits are measured against the file's own
*> counts, not the run's, so one feed's rejects don't count against
*> another feed's threshold. Profiles apply to normal batch feeds -
*> embedded and resubmit records carry no header.
01  ws-profile-file picture x(64) value 'ROMANPRF.DAT'.
01  ws-profile-status picture x(2).
77  ws-profile-eof picture 9 value 0.
77  ws-profile-overflow picture 9 value 0.
01  profile-line.
    02 prf-source picture x(8).
    02 filler picture x(1).
    02 prf-strict-flag picture x(1).
    02 filler picture x(1).
    02 prf-notation picture x(1).
    02 filler picture x(1).
    02 prf-verify-mode picture x(1).
    02 filler picture x(1).
    02 prf-catalog-check picture x(1).
    02 filler picture x(1).
    02 prf-dup-report picture x(1).
    02 filler picture x(1).
    02 prf-dup-flag picture x(1).
    02 filler picture x(1).
    02 prf-max-errors picture 9(7).
    02 filler picture x(1).
    02 prf-max-err-pct picture 9(3).
    02 filler picture x(1).
    02 prf-output-format picture x(1).
    02 filler picture x(1).
    02 prf-dictionary picture x(1).
01  ws-profile-table.
    02 ws-profile-entry occurs 50 times.
       03 wp-line picture x(80).
77  ws-profile-count picture 9(3) value 0.
77  ws-profile-i picture 9(3) usage is computational.
77  ws-profile-found picture 9(3) usage is computational.

*> Set when any profile turns the catalog check on, so the catalog is
*> opened at start of run even when the run's own setting leaves the
*> check off - a catalog that can't be opened is then found before
*> the first record, not partway through the cycle.
77  ws-profile-catalog picture 9 value 0.

*> Set when any file's settings asked for the duplicate report, so the
*> end-of-run report still appears after the run's own settings are
*> put back.
77  ws-dup-report-used picture 9 value 0.

*> Whether a rejected forward numeral is looked up in the exception
*> dictionary; on unless a profile turns it off for its feed.
77  ws-dict-mode picture x(1) value 'Y'.
    88 dictionary-on value 'Y'.

*> The profile in force for the current file (spaces when none), and
*> the one recorded in run history: the profile every member ran
*> under, or '(mixed)' when members ran under different ones.
01  ws-profile-name picture x(8) value spaces.
01  ws-run-profile picture x(8) value spaces.
77  ws-run-profile-set picture 9 value 0.

*> The run's own settings, saved once the control record and
*> environment have been read, and put back at every manifest file
*> boundary.
01  ws-base-settings.
    02 wb-strict-flag picture x(1).
    02 wb-notation picture x(1).
    02 wb-verify-mode picture x(1).
    02 wb-master-check picture x(1).
    02 wb-dup-report picture x(1).
    02 wb-dup-flag-mode picture x(1).
    02 wb-max-errors picture 9(7).
    02 wb-max-err-pct picture 9(3).
    02 wb-output-format picture x(1).
    02 wb-dict-mode picture x(1).

*> Whether the error thresholds are measured against the run's counts
*> or (under a profile) the current file's.
77  ws-threshold-scope picture x(1) value 'R'.
    88 threshold-per-file value 'F'.
77  ws-thr-err picture 9(7) value 0.
77  ws-thr-processed picture 9(7) value 0.

01  profile-summary-line.
    02 filler picture x(19) value 'Profile:           '.
    02 psl-name picture x(8).
    02 filler picture x(8) value ' strict '.
    02 psl-strict picture x(1).
    02 filler picture x(10) value ' notation '.
    02 psl-notation picture x(1).
    02 filler picture x(8) value ' verify '.
    02 psl-verify picture x(1).
    02 filler picture x(9) value ' catalog '.
    02 psl-catalog picture x(1).
    02 filler picture x(9) value ' dup rpt '.
    02 psl-dup-report picture x(1).
    02 filler picture x(10) value ' dup flag '.
    02 psl-dup-flag picture x(1).
    02 filler picture x(6) value ' dict '.
    02 psl-dict picture x(1).
    02 filler picture x(8) value ' format '.
    02 psl-format picture x(1).
    02 filler picture x(10) value ' max errs '.
    02 psl-max-errors picture zzzzzz9.
    02 filler picture x(1) value space.
    02 psl-max-pct picture zz9.
    02 filler picture x(1) value '%'.

01  feed-profile-line.
    02 filler picture x(14) value 'Feed profile: '.
    02 fpl-name picture x(8).
    02 fpl-text picture x(30).

*> Exception dictionary for known historical spellings: the shop
*> maintains a dataset mapping non-canonical spellings our oldest
*> ledgers are full of - clock-face "IIII", "VIIII" for nine, the

*> Trailing flag text for the labeled layout, built from whichever of
*> the catalog/dictionary/duplicate markers apply to the line; sized
*> for the full marker family (' *UNMATCHED *DICT DUP' is 21 bytes;
*> ' *RETIRED' takes the catalog marker's place and is shorter).
01  ws-line-flags picture x(21).
77  ws-flag-ptr picture s9(3) usage is computational.

01  ws-audit-status picture x(2).

*> Generation registry: date, status (C current, A archived by
*> audmaint, K archived but the day dataset kept after failing its
*> proof), and the day dataset's name. Today's day dataset is
*> registered here the first time a run opens it.
01  ws-registry-file picture x(64) value 'AUDITGEN.DAT'.
01  ws-registry-status picture x(2).
77  ws-audit-seq picture 9(6) value 0.
77  ws-seed-eof picture 9 value 0.
01  ws-audit-date picture x(8).

*> Audit control totals (row count, sum of aud-result, and a check
*> total over the rows' contents, all added up by the audsum
*> subprogram). Every run appends the day's cumulative control to the
*> audit control dataset when it closes the day dataset: the day's
*> previous control plus the rows this run wrote. audmaint proves
*> each day against its last control when rolling it into the
*> archive, and audverf recomputes them all on demand.
*> Record layout: date, status (C current, A archived and proved at
*> rollover, M mismatch found, U uncontrolled until rollover), row
*> count, result sum, check total, last sequence covered, and when
*> the record was written.
01  ws-audit-control-file picture x(64) value 'AUDCTL.DAT'.
01  ws-audit-control-status picture x(2).
77  ws-audit-control-eof picture 9 value 0.
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

*> The day's running control, rolled forward by every audit row this
*> run writes; starts from the day's last control.
01  ws-audit-totals.
    02 wat-count picture 9(9) usage is computational value 0.
    02 wat-sum picture s9(15) usage is computational value 0.
    02 wat-check picture 9(10) usage is computational value 0.

*> The day's last control on file, and the same totals recomputed
*> from the rows that control covers, to prove the day dataset has
*> not been touched since.
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

*> One audit row as audsum takes it.
01  ws-audit-image picture x(132).
01  audit-line.
    02 aud-date picture x(8).
    02 filler picture x(1) value space.
*>  'E' when the value came from the exception dictionary rather than
*>  the numeral's own (rejected) spelling; space otherwise.
    02 aud-dict picture x(1).
*>  Who ran the translation: the signed-on operator, or the job or
*>  user that submitted the run (see ws-operator).
    02 filler picture x(1) value space.
    02 aud-operator picture x(8).

*> Reject dataset support: in batch mode every record conv refuses is
*> written here as well as to the report, carrying the input record
    02 rh-unmatched picture 9(7).
    02 filler picture x(1) value space.
    02 rh-return-code picture 9(2).
*>  Later additions, spaces on older records: retired catalog values
*>  cited.
    02 filler picture x(1) value space.
    02 rh-retired picture 9(7).
*>  The feed profile the run's files ran under ('(mixed)' when they
*>  ran under different ones, spaces when none applied).
    02 filler picture x(1) value space.
    02 rh-profile picture x(8).
*>  Who ran it (ws-operator).
    02 filler picture x(1) value space.
    02 rh-operator picture x(8).

*> Who ran the translator, carried on every audit row and on the
*> run-history record: the operator signed on at the start of a
*> labeled interactive session; for a batch run, or a session piped
*> through in csv or fixed-width, the submitting job or user -
*> ROMAN_OPERATOR as the job sets it, else the login user.
01  ws-operator picture x(8) value spaces.

*> Per-file summary accumulators for a manifest run: the same counts
*> and value distribution as ws-summary, reset at each file boundary
01  prompt-line.
    02 filler picture x(23) value 'Enter a roman numeral:'.

01  operator-prompt-line.
    02 filler picture x(12) value 'Operator ID:'.

01  print-line.
    02 filler picture x(9) value 'Entered: '.
    02 out-r  picture x(30).
            display 'ROMANNUMERALS: run aborted, see above'
            stop run returning 16
        end-if.
*>      A partition's result from an earlier attempt goes before any
*>      work starts, so the merge can never take a stale result for
*>      this attempt's - once a restart has had what it carries from it.
        if partition-mode
            perform carry-partition-result
            call 'CBL_DELETE_FILE' using ws-partition-result-file
                returning ws-partition-delete-status
        end-if.
        if batch-mode
            if ws-fatal-error is equal to 0
                if manifest-mode
                perform release-run-lock
                stop run returning 16
            end-if
        end-if.
*>      Profiles are loaded, and the run's own settings saved, before a
*>      partition or a restart reads through the records ahead of where
*>      it starts: a feed header passed over on the way must still
*>      switch the run to its profile.
        perform load-exception-dictionary.
        if batch-mode and not embed-mode and not resubmit-mode
            perform load-feed-profiles
        end-if.
        perform save-base-settings.
        if batch-mode
            if partition-mode
                perform position-partition
                if ws-fatal-error is not equal to 0
                    display 'ROMANNUMERALS: batch run aborted, see above'
                    perform release-run-lock
                    stop run returning 16
                end-if
            end-if
            if not manifest-mode
                    and ws-last-checkpoint is greater than 0
                perform skip-checkpointed-records
            open input standard-input
            open output standard-output
        end-if.
        move function current-date(1:8) to ws-audit-date.
        perform resolve-audit-file.
        perform seed-audit-seq.
        perform open-audit-file.
        if catalog-check-on or ws-profile-catalog is equal 1
            perform open-master-catalog
            if ws-fatal-error is not equal to 0
                display 'ROMANNUMERALS: run aborted, see above'
        if interactive-mode and format-labeled
            perform print-title
        end-if.
*>      No translation is audited without knowing who asked for it: a
*>      session that ends before anyone signs on translates nothing.
        if interactive-mode and format-labeled
            perform sign-on-operator
            if ws-operator is equal to spaces
                move 1 to eof
            end-if
        else
            perform identify-batch-operator
        end-if.

*>      Loop translation section until end of file is reached - or,
*>      on a manifest run, through every file the manifest lists.
                until ws-manifest-i is greater than ws-manifest-count
                    or ws-threshold-abort is equal 1
                    or ws-fatal-error is not equal 0
            perform restore-base-settings
        else
            perform translate
                until eof is equal 1
                perform reconcile-control-totals
            end-if
        end-if.
*>      A partition's summary is the merge step's to write, over the
*>      whole run.
        if not partition-mode
            perform write-summary
        end-if.
        if ws-master-opened is equal to 1
            perform close-master-catalog
        end-if.
            if not manifest-mode
                close batch-input
            end-if
            if output-trailer-on and not partition-mode
                perform write-output-trailer
            end-if
            close batch-output, reject-file
            close standard-input, standard-output
        end-if.
        close audit-file.
        if not partition-mode
            perform write-audit-control
        end-if.
        perform release-run-lock.
        perform set-return-code.
        if partition-mode
            perform write-partition-result
        else
            perform write-run-history
        end-if.
        stop run returning ws-return-code.

*> Take the exclusive run lock, waiting and retrying within the
        accept ws-lock-file from environment 'ROMAN_LOCK_FILE'
            on exception move 'ROMANLCK.DAT' to ws-lock-file
        end-accept.
*>      A partition job locks only its own partition - the partitions
*>      of one run are meant to run side by side - so the same
*>      partition cannot be started twice.
        if partition-mode
            move ws-lock-file to ws-partition-name
            perform suffix-partition-name
            move ws-partition-name to ws-lock-file
        end-if.
        move spaces to ws-lock-retries-in.
        accept ws-lock-retries-in from environment 'ROMAN_LOCK_RETRIES'
            on exception move spaces to ws-lock-retries-in
        move ws-count-err to rh-err.
        move ws-count-mismatch to rh-mismatch.
        move ws-count-unmatched to rh-unmatched.
        move ws-count-retired to rh-retired.
        move ws-run-profile to rh-profile.
        move ws-operator to rh-operator.
        move ws-return-code to rh-return-code.
        write run-history-record from run-history-line.
        close run-history.
*> Grade the run for the scheduler: fatal (threshold abort, or a
*> manifest member that failed to open) outranks a control-total
*> mismatch, which outranks translation errors, which outrank
*> warnings (round-trip mismatches, values missing from the master
*> catalog, retired values cited, or a day dataset that no longer
*> matches its audit control totals); otherwise clean.
set-return-code.
        evaluate true
            when ws-threshold-abort is equal 1
                move 8 to ws-return-code
            when ws-count-mismatch is greater than 0
                    or ws-count-unmatched is greater than 0
                    or ws-count-retired is greater than 0
                    or ws-audit-tampered is equal 1
                move 4 to ws-return-code
            when other
                move 0 to ws-return-code
        accept ws-registry-file from environment 'ROMAN_AUDIT_REGISTRY'
            on exception move 'AUDITGEN.DAT' to ws-registry-file
        end-accept.
*>      A partition's rows go to its own dataset, outside the registry;
*>      the merge renumbers them into the day dataset.
        if partition-mode
            move ws-audit-base to ws-partition-name
            perform suffix-partition-name
            move ws-partition-name to ws-audit-file
            exit paragraph
        end-if.
        move spaces to ws-audit-file.
        string function trim(ws-audit-base) delimited by size
            '.' delimited by size
*> before. Since the cutover to per-day datasets this only ever reads
*> the current day's file, so startup cost no longer grows with the
*> trail's full history.
*> The same pass proves the day dataset against the day's last
*> control: the rows that control covers must add up to it exactly.
*> Rows past it - the tail of a run that died before it could record
*> its control - are taken under control now, and reported.
seed-audit-seq.
        move 0 to ws-audit-seq.
        move 0 to ws-seed-eof.
        if not partition-mode
            perform read-audit-control
        end-if.
        open input audit-file.
        if ws-audit-status is equal to '00'
            perform until ws-seed-eof is equal to 1
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
                display 'ROMANNUMERALS: audit day dataset '
                    function trim(ws-audit-file)
                    ' does not match its control totals - rows '
                    'changed or removed since they were written'
            end-if
        end-if.
        if ws-audit-tail-count is greater than 0
            display 'ROMANNUMERALS: ' ws-audit-tail-count
                ' audit rows past the last control total on '
                function trim(ws-audit-file)
                ' (an interrupted run) taken under control'
        end-if.

*> Roll one row read while seeding into the right totals: rows the
*> day's last control covers are re-added to prove that control, rows
*> after it carry the running control forward from it.
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

*> Find the day's last control on the audit control dataset (the
*> latest record for the date wins), and start the running control
*> from it. No control yet for the day starts the running control
*> from zero.
read-audit-control.
        accept ws-audit-control-file from environment
                'ROMAN_AUDIT_CONTROL'
            on exception move 'AUDCTL.DAT' to ws-audit-control-file
        end-accept.
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

*> Append the day's cumulative control to the audit control dataset,
*> once the day dataset is closed. Failing to record it is reported
*> but does not fail the run - the translations are done - and the
*> rows stay provable: the next run takes them under control as an
*> interrupted run's tail.
write-audit-control.
        open extend audit-control.
        if ws-audit-control-status is equal to '35'
            open output audit-control
        end-if.
        if ws-audit-control-status is not equal to '00'
            display 'ROMANNUMERALS: cannot record audit control totals '
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

*> Open the audit dataset for append, creating it if this is the
*> first run to write to it.
open-audit-file.
        if partition-mode and ws-partition-restart is equal 0
            open output audit-file
            exit paragraph
        end-if.
        open extend audit-file.
        if ws-audit-status is equal to '35'
            open output audit-file
            end-if
        end-perform.

*> Find this job's partition in the plan and set the run up for it:
*> the input file from the plan, the record range, and every dataset
*> the job writes suffixed with the partition's '.Pnn'. A plan already
*> merged, a partition the plan doesn't list, or a partitioned run
*> combined with a manifest or resubmit run is a configuration error.
load-partition-plan.
        if manifest-mode or resubmit-mode
            display 'ROMANNUMERALS: a partitioned run cannot be '
                'combined with a manifest or resubmit run'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        move spaces to ws-partition-id-in.
        accept ws-partition-id-in from environment 'ROMAN_PARTITION_ID'
            on exception move spaces to ws-partition-id-in
        end-accept.
        if function trim(ws-partition-id-in) is not numeric
            display 'ROMANNUMERALS: a partitioned run requires '
                'ROMAN_PARTITION_ID'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        move function numval(ws-partition-id-in) to ws-partition-id.
        if ws-partition-id is equal to 0
            display 'ROMANNUMERALS: ROMAN_PARTITION_ID must be 1-99'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        open input partition-plan.
        if ws-partition-plan-status is not equal to '00'
            display 'ROMANNUMERALS: cannot open partition plan '
                function trim(ws-partition-plan)
                ' (file status ' ws-partition-plan-status ')'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        move spaces to plan-line.
        move 0 to ws-partition-found.
        move 0 to ws-partition-eof.
        read partition-plan into plan-line
            at end move 1 to ws-partition-eof
        end-read.
        perform until ws-partition-eof is equal 1
                or ws-partition-found is equal 1
            read partition-plan into part-line
                at end move 1 to ws-partition-eof
                not at end
                    if prt-type is equal to 'PART'
                            and prt-id is equal to ws-partition-id
                        move 1 to ws-partition-found
                        move prt-first to ws-partition-first
                        move prt-last to ws-partition-last
                    end-if
            end-read
        end-perform.
        close partition-plan.
        if pln-type is not equal to 'PLAN'
            display 'ROMANNUMERALS: ' function trim(ws-partition-plan)
                ' is not a partition plan'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        if pln-status is not equal to 'P'
            display 'ROMANNUMERALS: partition plan '
                function trim(ws-partition-plan)
                ' has already been merged'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        move pln-stamp to ws-partition-stamp.
        if ws-partition-found is equal 0
            display 'ROMANNUMERALS: partition plan '
                function trim(ws-partition-plan)
                ' has no partition ' ws-partition-id
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        move pln-input to ws-input-file.
        move spaces to ws-partition-suffix.
        string '.P' delimited by size
            ws-partition-id delimited by size
            into ws-partition-suffix
        end-string.
        move ws-output-file to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-output-file.
        move ws-reject-file to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-reject-file.
        move ws-checkpoint-file to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-checkpoint-file.
        move ws-partition-plan to ws-partition-name.
        perform suffix-partition-name.
        move ws-partition-name to ws-partition-result-file.

*> Suffix the dataset name in ws-partition-name with this partition's
*> '.Pnn'.
suffix-partition-name.
        move spaces to ws-partition-work.
        string function trim(ws-partition-name) delimited by size
            ws-partition-suffix delimited by size
            into ws-partition-work
        end-string.
        move ws-partition-work to ws-partition-name.

*> Position a partition job at the start of its range: a checkpoint of
*> its own (a restart) resumes where it left off; otherwise the
*> records ahead of the range are read through and not translated.
*> The datasets were opened fresh or extended on the same test.
position-partition.
*>      A checkpoint past the end of the range was not left by this
*>      plan's partition - an abandoned plan's, for the same input -
*>      and restarting from it would cover none of the range.
        if ws-last-checkpoint is greater than ws-partition-last
            display 'ROMANNUMERALS: checkpoint '
                function trim(ws-checkpoint-file)
                ' is at record ' ws-last-checkpoint
                ', past the end of partition ' ws-partition-id
                ' (record ' ws-partition-last ')'
            display 'ROMANNUMERALS: it belongs to another plan - '
                'remove it before running the partition'
            move 1 to ws-fatal-error
            exit paragraph
        end-if.
        if ws-last-checkpoint is greater than 0
            move 1 to ws-partition-restart
        else
            perform drop-partition-carry
        end-if.
        if ws-last-checkpoint is less than ws-partition-first - 1
            compute ws-last-checkpoint = ws-partition-first - 1
        end-if.

*> Take up what the earlier attempt at this partition reported, if it
*> stopped short of its range (a threshold abort or a fatal error):
*> its listing entries go straight into the (still empty) tables, its
*> counts are held apart so this attempt's error threshold starts
*> afresh, as a restarted run's does. A result for another plan, or
*> from an attempt that finished, carries nothing. Dropped again by
*> position-partition if there turns out to be no checkpoint to
*> restart from.
carry-partition-result.
        move 0 to ws-partition-carried.
        open input partition-result.
        if ws-partition-result-status is not equal to '00'
            exit paragraph
        end-if.
        move spaces to ws-partition-result-image.
        read partition-result into ws-partition-result-image
            at end continue
        end-read.
        move ws-partition-result-image to result-summary-line.
        if prs-type is not equal to 'S'
                or prs-id is not equal to ws-partition-id
                or prs-plan-stamp is not equal to ws-partition-stamp
                or prs-status is equal to 'C'
            close partition-result
            exit paragraph
        end-if.
        move 1 to ws-partition-carried.
        move prs-started to wpr-started.
        move prs-processed to wpr-processed.
        move prs-err to wpr-err.
        move prs-success to wpr-success.
        move prs-sum to wpr-sum.
        move prs-min to wpr-min.
        move prs-max to wpr-max.
        move prs-mismatch to wpr-mismatch.
        move prs-unmatched to wpr-unmatched.
        move prs-retired to wpr-retired.
        move prs-dict to wpr-dict.
        move prs-unmatched-over to ws-unmatched-overflow.
        move prs-retired-over to ws-retired-overflow.
        move prs-usage-over to ws-usage-overflow.
        move prs-value-over to ws-value-overflow.
        move 0 to ws-partition-eof.
        perform until ws-partition-eof is equal 1
            move spaces to ws-partition-result-image
            read partition-result into ws-partition-result-image
                at end move 1 to ws-partition-eof
                not at end perform carry-result-entry
            end-read
        end-perform.
        close partition-result.

*> One listing entry of the earlier attempt's result, back into its
*> table. The entries were distinct when written, and the tables are
*> the size they came from.
carry-result-entry.
        move ws-partition-result-image to result-value-line.
        evaluate prv-type
            when 'U'
                add 1 to ws-unmatched-count
                move prv-value to ws-unmatched-value(ws-unmatched-count)
            when 'R'
                add 1 to ws-retired-count
                move prv-value to wr-value(ws-retired-count)
                move prv-desc to wr-desc(ws-retired-count)
            when 'G'
                add 1 to ws-usage-count
                move prv-value to wu-value(ws-usage-count)
                move prv-count to wu-count(ws-usage-count)
                move prv-desc to wu-desc(ws-usage-count)
            when 'D'
                move ws-partition-result-image to result-dup-line
                add 1 to ws-value-count
                move prd-value to ws-val-result(ws-value-count)
                move prd-frac to ws-val-frac(ws-value-count)
                move prd-count to ws-val-count(ws-value-count)
                move prd-spell-count to ws-val-spell-count(ws-value-count)
                move prd-spell-over to ws-val-spell-over(ws-value-count)
                perform varying ws-spell-i from 1 by 1
                        until ws-spell-i is greater than 5
                    move prd-spelling(ws-spell-i)
                        to ws-val-spelling(ws-value-count, ws-spell-i)
                end-perform
            when other
                continue
        end-evaluate.

*> Forget a carried-forward result: the partition is starting its
*> range from the beginning after all.
drop-partition-carry.
        if ws-partition-carried is equal 1
            move 0 to ws-partition-carried
            move 0 to ws-unmatched-count
            move 0 to ws-retired-count
            move 0 to ws-usage-count
            move 0 to ws-value-count
            move 0 to ws-unmatched-overflow
            move 0 to ws-retired-overflow
            move 0 to ws-usage-overflow
            move 0 to ws-value-overflow
        end-if.

*> Write the partition's result for the merge step: its counts, how it
*> ended, and every entry of the end-of-run listing tables. Failing to
*> write it is reported; the merge then refuses the run until the
*> partition is rerun.
write-partition-result.
        open output partition-result.
        if ws-partition-result-status is not equal to '00'
            display 'ROMANNUMERALS: cannot write partition result '
                function trim(ws-partition-result-file)
                ' (file status ' ws-partition-result-status ')'
            exit paragraph
        end-if.
        if ws-partition-carried is equal 1
            perform fold-partition-carry
        end-if.
        move spaces to result-summary-line.
        move 'S' to prs-type.
        move ws-partition-id to prs-id.
        evaluate true
            when ws-threshold-abort is equal 1
                move 'T' to prs-status
            when ws-fatal-error is not equal 0
                move 'F' to prs-status
            when other
                move 'C' to prs-status
        end-evaluate.
        move ws-partition-first to prs-first.
        move ws-partition-last to prs-last.
        move ws-record-number to prs-record.
        move ws-run-started to prs-started.
        move function current-date(1:14) to prs-ended.
        move ws-count-processed to prs-processed.
        move ws-count-err to prs-err.
        move ws-count-success to prs-success.
        move ws-sum-result to prs-sum.
        if ws-count-success is greater than 0
            move ws-min-result to prs-min
        else
            move 0 to prs-min
        end-if.
        move ws-max-result to prs-max.
        move ws-count-mismatch to prs-mismatch.
        move ws-count-unmatched to prs-unmatched.
        move ws-count-retired to prs-retired.
        move ws-count-dict to prs-dict.
        move ws-control-mismatch to prs-control-mismatch.
        move ws-return-code to prs-return-code.
        if format-labeled and not embed-mode
            move 'O' to prs-summary-dest
        else
            move 'C' to prs-summary-dest
        end-if.
        move ws-output-trailer to prs-output-trailer.
        move 0 to prs-dict-shown.
        if ws-exception-count is greater than 0
            move 1 to prs-dict-shown
        end-if.
        move 0 to prs-catalog-shown.
        if catalog-check-on or ws-master-opened is equal 1
            move 1 to prs-catalog-shown
        end-if.
        move 0 to prs-dup-report.
        if dup-report-on or ws-dup-report-used is equal 1
            move 1 to prs-dup-report
        end-if.
        move ws-unmatched-overflow to prs-unmatched-over.
        move ws-retired-overflow to prs-retired-over.
        move ws-usage-overflow to prs-usage-over.
        move ws-value-overflow to prs-value-over.
        move ws-run-profile to prs-profile.
        move ws-input-file to prs-input.
        move ws-partition-stamp to prs-plan-stamp.
        write partition-result-record from result-summary-line.
        perform varying ws-unmatched-i from 1 by 1
                until ws-unmatched-i is greater than ws-unmatched-count
            move spaces to result-value-line
            move 'U' to prv-type
            move ws-unmatched-value(ws-unmatched-i) to prv-value
            move 0 to prv-count
            write partition-result-record from result-value-line
        end-perform.
        perform varying ws-retired-i from 1 by 1
                until ws-retired-i is greater than ws-retired-count
            move spaces to result-value-line
            move 'R' to prv-type
            move wr-value(ws-retired-i) to prv-value
            move 0 to prv-count
            move wr-desc(ws-retired-i) to prv-desc
            write partition-result-record from result-value-line
        end-perform.
        perform varying ws-usage-i from 1 by 1
                until ws-usage-i is greater than ws-usage-count
            move spaces to result-value-line
            move 'G' to prv-type
            move wu-value(ws-usage-i) to prv-value
            move wu-count(ws-usage-i) to prv-count
            move wu-desc(ws-usage-i) to prv-desc
            write partition-result-record from result-value-line
        end-perform.
        perform varying ws-value-i from 1 by 1
                until ws-value-i is greater than ws-value-count
            move spaces to result-dup-line
            move 'D' to prd-type
            move ws-val-result(ws-value-i) to prd-value
            move ws-val-frac(ws-value-i) to prd-frac
            move ws-val-count(ws-value-i) to prd-count
            move ws-val-spell-count(ws-value-i) to prd-spell-count
            move ws-val-spell-over(ws-value-i) to prd-spell-over
            perform varying ws-spell-i from 1 by 1
                    until ws-spell-i is greater than 5
                move ws-val-spelling(ws-value-i, ws-spell-i)
                    to prd-spelling(ws-spell-i)
            end-perform
            write partition-result-record from result-dup-line
        end-perform.
        close partition-result.

*> Add the earlier attempt's counts to this attempt's, so the result
*> covers the partition from its first record; the partition started
*> when the earlier attempt did.
fold-partition-carry.
        if wpr-success is greater than 0
            if ws-count-success is equal 0
                    or wpr-min is less than ws-min-result
                move wpr-min to ws-min-result
            end-if
            if ws-count-success is equal 0
                    or wpr-max is greater than ws-max-result
                move wpr-max to ws-max-result
            end-if
        end-if.
        add wpr-processed to ws-count-processed.
        add wpr-err to ws-count-err.
        add wpr-success to ws-count-success.
        add wpr-sum to ws-sum-result.
        add wpr-mismatch to ws-count-mismatch.
        add wpr-unmatched to ws-count-unmatched.
        add wpr-retired to ws-count-retired.
        add wpr-dict to ws-count-dict.
        move wpr-started to ws-run-started.

*> Load the manifest into the file table. An empty manifest, or one
*> bigger than the table, is a configuration error: silently running
*> part of a nightly cycle is exactly the sort of short-run the
*> gets its own summary block as it finishes. A member that fails to
*> open stops the run with its checkpoint in place, so the rerun
*> resumes at that file rather than quietly delivering a short cycle.
*> Every member starts under the run's own settings; its header
*> record may then select its feed's profile.
process-manifest-file.
        if ws-last-ckpt-file is greater than 0
                and ws-manifest-i is less than ws-last-ckpt-file
            exit paragraph
        end-if.
        perform restore-base-settings.
        move wm-file(ws-manifest-i) to ws-input-file.
        move 0 to eof.
        move 0 to ws-record-number.
        move function trim(ws-input-file) to fsm-name.
        move file-summary-title-line to ws-report-line.
        perform write-summary-line.
        perform write-profile-summary.
        move wf-count-processed to sum-out-processed.
        move wf-count-err to sum-out-err.
        move summary-line-1 to ws-report-line.
            if ws-manifest-file is not equal to spaces
                move 'Y' to ws-manifest-mode
            end-if
*>          A partition job takes its input file from the plan.
            move spaces to ws-partition-plan
            accept ws-partition-plan from environment
                    'ROMAN_PARTITION_PLAN'
                on exception move spaces to ws-partition-plan
            end-accept
            if ws-partition-plan is not equal to spaces
                move 'Y' to ws-partition-mode
            end-if
            if manifest-mode or partition-mode
                move spaces to ws-input-file
            else
                accept ws-input-file from environment 'ROMAN_INPUT_FILE'
                    move 100 to ws-checkpoint-interval
                end-if
            end-if
            if partition-mode
                perform load-partition-plan
            end-if
        end-if.
        if not control-record-found
            move 'L' to ws-output-format
*> Run translation program once
*> Get input, translate, and print output
translate.
        if partition-mode
                and ws-record-number is greater than or equal to
                    ws-partition-last
            move 1 to eof
            exit paragraph
        end-if.
        if interactive-mode and format-labeled
            perform write-prompt
        end-if.
        if err is equal 1 and forward-conversion
                and not expression-record
                and ws-exception-count is greater than 0
                and dictionary-on
            perform check-exception-dictionary
        end-if.
        perform process-conversion-result.
*> checkpoint is written so the rerun resumes right here, and the
*> translate loop is told to stop exactly as it would at end of file.
check-error-threshold.
        if threshold-per-file
            move wf-count-err to ws-thr-err
            move wf-count-processed to ws-thr-processed
        else
            move ws-count-err to ws-thr-err
            move ws-count-processed to ws-thr-processed
        end-if.
        if ws-max-errors is greater than 0
                and ws-thr-err is greater than or equal to ws-max-errors
            move 1 to ws-threshold-abort
        end-if.
        if ws-threshold-abort is equal 0
                and ws-max-err-pct is greater than 0
                and ws-thr-processed is greater than or equal to
                    ws-err-pct-floor
            compute ws-err-pct rounded =
                ws-thr-err * 100 / ws-thr-processed
            if ws-err-pct is greater than ws-max-err-pct
                move 1 to ws-threshold-abort
            end-if
*> Look the current record's decimal value up in the master catalog.
*> Not found means an archival number that was never issued: the
*> record is flagged, counted, and its value remembered for the
*> end-of-run unmatched listing. Found but retired is flagged,
*> counted, and listed on its own, description and all. A read
*> failure other than not-found is reported once and disables the
*> check for the rest of the run rather than flooding the console
*> with one message per record.
check-master-catalog.
        move 'L' to mst-op.
        call "mstlkup" using mst-op, ws-master-file, result, mst-status,
                move 'U' to ws-catalog-flag
                add 1 to ws-count-unmatched
                perform record-unmatched-value
            when 'RT'
                move 'R' to ws-catalog-flag
                add 1 to ws-count-retired
                perform record-retired-value
            when other
                display 'ROMANNUMERALS: master catalog read error '
                    '(file status ' mst-status '), check disabled'
            end-if
        end-if.

*> Remember a distinct retired value, with its description, for the
*> end-of-run listing.
record-retired-value.
        move 0 to ws-retired-known.
        perform varying ws-retired-i from 1 by 1
                until ws-retired-i is greater than ws-retired-count
            if wr-value(ws-retired-i) is equal to result
                move 1 to ws-retired-known
            end-if
        end-perform.
        if ws-retired-known is equal to 0
            if ws-retired-count is less than 500
                add 1 to ws-retired-count
                move result to wr-value(ws-retired-count)
                move ws-catalog-desc to wr-desc(ws-retired-count)
            else
                move 1 to ws-retired-overflow
            end-if
        end-if.

*> Remember a distinct unmatched value for the end-of-run listing.
record-unmatched-value.
        move 0 to ws-unmatched-known.
                into ws-line-flags with pointer ws-flag-ptr
            end-string
        end-if.
        if catalog-retired
            string ' *RETIRED' delimited by size
                into ws-line-flags with pointer ws-flag-ptr
            end-string
        end-if.
        if dictionary-resolved
            string ' *DICT' delimited by size
                into ws-line-flags with pointer ws-flag-ptr
       write stdout-record from prompt-line.
       write stdout-record from '> ' after advancing 0 lines.

*> Operator sign-on for an interactive session: ask until an operator
*> ID is given, or the session ends.
sign-on-operator.
        perform until ws-operator is not equal to spaces
                or eof is equal 1
            write stdout-record from operator-prompt-line
            write stdout-record from '> ' after advancing 0 lines
            move spaces to ws-full-input-alpha
            read standard-input into ws-full-input-alpha
                at end move 1 to eof
                not at end
                    move function upper-case(
                        function trim(ws-full-input-alpha))
                        to ws-operator
            end-read
        end-perform.

*> Identify a run no operator signs on to: the job or user the
*> scheduler names in ROMAN_OPERATOR, else the user it runs under,
*> in capitals the way operators sign on.
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

*> Get roman numeral from stdin/batch-input into roman data structure
*> Maximum size read from stdin is 30 characters
*> Set eof to 1 if end of file is reached
read-batch-data-record.
        move 0 to ws-got-data.
        perform until eof is equal 1 or ws-got-data is equal 1
*>          A partition's range can end on a control record; reading
*>          on for the next data record would run into the next
*>          partition's records.
            if partition-mode
                    and ws-record-number is greater than or equal to
                        ws-partition-last
                move 1 to eof
            else
                read batch-input into ws-full-input-alpha
                    at end move 1 to eof
                    not at end
                        add 1 to ws-record-number
                        evaluate ws-full-input-alpha(1:3)
                            when 'HDR'
                                perform note-feed-header
                            when 'TRL'
                                perform note-feed-trailer
                            when other
                                move 1 to ws-got-data
                                add 1 to ws-data-count
                                move ws-record-number
                                    to ws-reject-record-number
                                move ws-full-input-alpha(1:30) to roman
                        end-evaluate
                end-read
            end-if
        end-perform.

*> Report the feed header's date and source code - the control
        move ws-full-input-alpha to header-record-layout.
        move hdr-feed-date to fhl-date.
        move hdr-source to fhl-source.
*>      A header read through ahead of a partition's range belongs to
*>      an earlier partition's report; its profile still applies.
        if ws-record-number is less than ws-partition-first
            move 1 to ws-header-quiet
        else
            move 0 to ws-header-quiet
            move feed-header-line to ws-report-line
            perform write-summary-line
        end-if.
        if ws-profile-count is greater than 0
            perform apply-feed-profile
        end-if.

*> Load the feed profile dataset into the profile table. No dataset
*> just means no profiles; profiles beyond the table are dropped with
*> a console warning (their feeds then run under the run's own
*> settings, which the feed-header line makes visible).
load-feed-profiles.
        accept ws-profile-file from environment 'ROMAN_PROFILE_FILE'
            on exception move 'ROMANPRF.DAT' to ws-profile-file
        end-accept.
        move 0 to ws-profile-eof.
        open input profile-file.
        if ws-profile-status is not equal to '00'
            exit paragraph
        end-if.
        perform until ws-profile-eof is equal to 1
            read profile-file into profile-line
                at end move 1 to ws-profile-eof
                not at end perform load-one-profile
            end-read
        end-perform.
        close profile-file.
        if ws-profile-overflow is equal 1
            display 'ROMANNUMERALS: feed profiles '
                function trim(ws-profile-file)
                ' exceed the table (50 entries) - extra profiles '
                'ignored'
        end-if.

*> Keep one profile line. A profile switching the catalog check on is
*> noted, so the catalog is opened at start of run.
load-one-profile.
        if prf-source is equal to spaces
            exit paragraph
        end-if.
        if ws-profile-count is greater than or equal to 50
            move 1 to ws-profile-overflow
            exit paragraph
        end-if.
        add 1 to ws-profile-count.
        move profile-line to wp-line(ws-profile-count).
        if prf-catalog-check is equal to 'Y'
            move 1 to ws-profile-catalog
        end-if.

*> Save the run's own settings - control record or environment - as
*> the base every manifest member starts from.
save-base-settings.
        move strict-flag to wb-strict-flag.
        move ws-notation to wb-notation.
        move ws-verify-mode to wb-verify-mode.
        move ws-master-check to wb-master-check.
        move ws-dup-report to wb-dup-report.
        move ws-dup-flag-mode to wb-dup-flag-mode.
        move ws-max-errors to wb-max-errors.
        move ws-max-err-pct to wb-max-err-pct.
        move ws-output-format to wb-output-format.
        move ws-dict-mode to wb-dict-mode.
        if dup-report-on
            move 1 to ws-dup-report-used
        end-if.

*> Put the run's own settings back, and drop the file's profile.
restore-base-settings.
        move wb-strict-flag to strict-flag.
        move wb-notation to ws-notation.
        move wb-verify-mode to ws-verify-mode.
        move wb-master-check to ws-master-check.
        move wb-dup-report to ws-dup-report.
        move wb-dup-flag-mode to ws-dup-flag-mode.
        move wb-max-errors to ws-max-errors.
        move wb-max-err-pct to ws-max-err-pct.
        move wb-output-format to ws-output-format.
        move wb-dict-mode to ws-dict-mode.
        move spaces to ws-profile-name.
        move 'R' to ws-threshold-scope.

*> Look the header's source code up in the profile table and, on a
*> hit, switch to that profile's settings for the rest of the file.
*> Either way the outcome is reported under the feed-header line.
apply-feed-profile.
        move 0 to ws-profile-found.
        perform varying ws-profile-i from 1 by 1
                until ws-profile-i is greater than ws-profile-count
                or ws-profile-found is greater than 0
            move wp-line(ws-profile-i) to profile-line
            if prf-source is equal to hdr-source
                move ws-profile-i to ws-profile-found
            end-if
        end-perform.
        move hdr-source to fpl-name.
        if ws-profile-found is equal 0
            move ' - no profile, run settings' to fpl-text
            if ws-header-quiet is equal 0
                move feed-profile-line to ws-report-line
                perform write-summary-line
            end-if
            exit paragraph
        end-if.
        move wp-line(ws-profile-found) to profile-line.
        if prf-strict-flag is equal to 'Y' or prf-strict-flag is equal 'N'
            move prf-strict-flag to strict-flag
        end-if.
        if prf-notation is equal to 'B' or prf-notation is equal 'V'
                or prf-notation is equal to 'A'
            move prf-notation to ws-notation
        end-if.
        if prf-verify-mode is equal to 'Y' or prf-verify-mode is equal 'N'
            move prf-verify-mode to ws-verify-mode
        end-if.
        if prf-catalog-check is equal to 'Y'
                or prf-catalog-check is equal to 'N'
            move prf-catalog-check to ws-master-check
        end-if.
        if prf-dup-report is equal to 'Y' or prf-dup-report is equal 'N'
            move prf-dup-report to ws-dup-report
        end-if.
        if prf-dup-flag is equal to 'Y' or prf-dup-flag is equal to 'N'
            move prf-dup-flag to ws-dup-flag-mode
        end-if.
        if prf-max-errors is numeric
            move prf-max-errors to ws-max-errors
        end-if.
        if prf-max-err-pct is numeric
                and prf-max-err-pct is less than or equal to 100
            move prf-max-err-pct to ws-max-err-pct
        end-if.
        if prf-output-format is equal to 'L'
                or prf-output-format is equal 'C'
                or prf-output-format is equal to 'F'
            move prf-output-format to ws-output-format
        end-if.
        if prf-dictionary is equal to 'Y' or prf-dictionary is equal 'N'
            move prf-dictionary to ws-dict-mode
        end-if.
        if dup-report-on
            move 1 to ws-dup-report-used
        end-if.
        move 'F' to ws-threshold-scope.
        move hdr-source to ws-profile-name.
        if ws-run-profile-set is equal 0
            move hdr-source to ws-run-profile
            move 1 to ws-run-profile-set
        else
            if ws-run-profile is not equal to hdr-source
                move '(mixed)' to ws-run-profile
            end-if
        end-if.
        move ' - profile applied' to fpl-text.
        if ws-header-quiet is equal 0
            move feed-profile-line to ws-report-line
            perform write-summary-line
        end-if.

*> Report the settings a file (or a single-file run) ran under: the
*> profile's name, or '(none)' for the run's own settings, and the
*> settings themselves.
write-profile-summary.
        if ws-profile-name is equal to spaces
            move '(none)' to psl-name
        else
            move ws-profile-name to psl-name
        end-if.
        move strict-flag to psl-strict.
        move ws-notation to psl-notation.
        move ws-verify-mode to psl-verify.
        move ws-master-check to psl-catalog.
        move ws-dup-report to psl-dup-report.
        move ws-dup-flag-mode to psl-dup-flag.
        move ws-dict-mode to psl-dict.
        move ws-output-format to psl-format.
        move ws-max-errors to psl-max-errors.
        move ws-max-err-pct to psl-max-pct.
        move profile-summary-line to ws-report-line.
        perform write-summary-line.

*> Remember the trailer's record count for reconciliation at end of
            when other move 'I' to aud-source
        end-evaluate.
        move ws-dict-flag to aud-dict.
        move ws-operator to aud-operator.
        write audit-record from audit-line.
        move audit-line to ws-audit-image.
        call "audsum" using ws-audit-image, ws-audit-totals.

*> Roll a successfully-translated record's decimal value into the
*> per-run min/max/sum/count-success accumulators.
        end-if.
        move summary-title-line to ws-report-line.
        perform write-summary-line.
        if not manifest-mode and ws-profile-name is not equal to spaces
            perform write-profile-summary
        end-if.
        move ws-count-processed to sum-out-processed.
        move ws-count-err to sum-out-err.
        move summary-line-1 to ws-report-line.
            move summary-dict-line to ws-report-line
            perform write-summary-line
        end-if.
        if catalog-check-on or ws-master-opened is equal 1
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
        if dup-report-on or ws-dup-report-used is equal 1
            perform write-duplicate-report
        end-if.

            perform write-summary-line
        end-if.

*> Write the end-of-run listing of distinct retired values cited, with
*> the description the catalog keeps for each, for the shelf auditors.
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

*> Sort the distinct-value table into descending occurrence-count
*> order, then write one group per value: the value, its count, and
*> each distinct source spelling that produced it.
