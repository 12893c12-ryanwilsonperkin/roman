*> appended to a per-day change-log dataset - base name dot yyyymmdd -
*> with a sequence number seeded from the highest already on file for
*> the day, so the auditors can see who put a number on the master and
*> when, across every run and session of the day. Each day's change
*> log is listed in the change-log registry the first time it is
*> used, the way the translator registers its audit day datasets, so
*> inquiries can find every day's log without guessing dates.
*> Nothing is ever physically removed from the catalog: a retirement
*> keeps the record, marked retired with the date, so the translator
*> can tell a withdrawn number from one that was never issued; and a
*> description change first appends the superseded description, with
*> the dates it was in effect, to the catalog history dataset. A
*> retired number cannot be changed, retired again, or reissued.
*> Extract record layout (one change per line):
*>   col 1      action: A add, C change description, R retire
*>   col 3-9    archival number (decimal key, 7 digits)
*>   extract    MSTEXTR.DAT    ROMAN_MASTER_EXTRACT
*>   delta      MSTDELTA.DAT   ROMAN_MASTER_DELTA
*>   change log MSTLOG.DAT     ROMAN_MASTER_LOG (base name, per day)
*>   log list   MSTLOGGEN.DAT  ROMAN_MASTER_LOG_REGISTRY
*>   history    MSTHIST.DAT    ROMAN_MASTER_HISTORY
*> Batch mode is selected with ROMAN_MSTMAINT_BATCH=Y; anything else
*> starts the interactive conversation.
*> Every change-log record names who made the change: the operator
*> an interactive session starts by signing on, or for a batch load
*> the submitting job or user - ROMAN_OPERATOR as the job sets it,
*> else the login user.
*> Returns 0 when every extract record applied, 4 when some records
*> were refused (bad action, add of a key already issued or retired,
*> change or retire of a key not on file or already retired, a
*> change whose superseded description could not be written to the
*> history - each reported on the delta report),
*> 16 when a dataset it cannot proceed without fails to open.

environment division.
    select change-log assign to dynamic ws-log-file
        organization is line sequential
        file status is ws-log-status.
    select history-file assign to dynamic ws-history-file
        organization is line sequential
        file status is ws-history-status.
    select log-registry assign to dynamic ws-log-registry-file
        organization is line sequential
        file status is ws-log-registry-status.

data division.
file section.
    01 master-record.
       02 mst-key picture 9(7).
       02 mst-description picture x(33).
*>     Issue status (A issued, R retired), the date the current
*>     description took effect, and the date the number was retired
*>     (spaces while it is still issued).
       02 mst-number-status picture x(1).
          88 mst-number-retired value 'R'.
       02 mst-effective-date picture x(8).
       02 mst-retired-date picture x(8).
fd extract-file.
    01 extract-record picture x(80).
fd delta-file.
    01 delta-record picture x(80).
fd change-log.
    01 change-log-record picture x(80).
fd history-file.
    01 history-record picture x(80).
fd log-registry.
    01 log-registry-record picture x(80).

working-storage section.
77  ws-extract-eof picture 9 value 0.
77  ws-seed-eof picture 9 value 0.
01  ws-log-date picture x(8).

*> Change-log registry: one line per day a change log was started -
*> the same date/status/dataset shape as the audit generation
*> registry.
01  ws-log-registry-file picture x(64) value 'MSTLOGGEN.DAT'.
01  ws-log-registry-status picture x(2).
77  ws-log-registry-eof picture 9 value 0.
77  ws-log-registry-found picture 9 value 0.
01  lgn-line.
    02 lgn-date picture x(8).
    02 filler picture x(1) value space.
    02 lgn-status picture x(1).
    02 filler picture x(1) value space.
    02 lgn-file picture x(64).

*> Catalog history: one record per superseded description - the key,
*> the description as it read, and the dates it was in effect - so the
*> catalog can say what a number was called on any given date, not
*> just what it is called today.
01  ws-history-file picture x(64) value 'MSTHIST.DAT'.
01  ws-history-status picture x(2).

01  history-line.
    02 hst-key picture 9(7).
    02 filler picture x(1) value space.
    02 hst-description picture x(33).
    02 filler picture x(1) value space.
    02 hst-effective-from picture x(8).
    02 filler picture x(1) value space.
    02 hst-effective-to picture x(8).

77  ws-batch-mode picture x(1) value 'N'.
    88 batch-mode value 'Y'.

*> correction.
77  ws-log-source picture x(1) value 'B'.

*> Who is making the changes: the signed-on operator, or the job or
*> user that submitted the batch load.
01  ws-operator picture x(8) value spaces.

77  ws-return-code picture 9(2) value 0.

*> Image of one extract line, as the archive office sends it.
    02 ext-description picture x(33).

*> One change-log record: date, sequence, action, key, description as
*> it now stands on the master (the retired description for an R), the
*> source tag, and the operator.
01  log-line.
    02 log-date picture x(8).
    02 filler picture x(1) value space.
    02 log-description picture x(33).
    02 filler picture x(1) value space.
    02 log-source picture x(1).
    02 filler picture x(1) value space.
    02 log-operator picture x(8).

*> The change being applied right now, whichever mode it came from.
77  ws-action picture x(1).
01  ws-work-description picture x(33).
01  ws-old-description picture x(33).
77  ws-record-found picture 9 value 0.
77  ws-record-retired picture 9 value 0.
01  ws-old-effective-date picture x(8).
01  ws-old-retired-date picture x(8).

01  ws-counts.
    02 ws-count-read picture 9(7) value 0.
01  title-underline.
    02 filler picture x(26) value '--------------------------'.

01  operator-prompt-line.
    02 filler picture x(12) value 'Operator ID:'.

01  menu-prompt-line.
    02 filler picture x(40) value
       '(L)ook up, (A)dd, (C)hange, (R)etire, or'.
    02 fnd-key picture 9(7).
    02 filler picture x(1) value space.
    02 fnd-description picture x(33).
    02 filler picture x(1) value space.
    02 fnd-state picture x(16).

01  not-found-line.
    02 filler picture x(32) value 'Not on the master catalog.      '.
        accept ws-log-base from environment 'ROMAN_MASTER_LOG'
            on exception move 'MSTLOG.DAT' to ws-log-base
        end-accept.
        accept ws-log-registry-file from environment
                'ROMAN_MASTER_LOG_REGISTRY'
            on exception move 'MSTLOGGEN.DAT' to ws-log-registry-file
        end-accept.
        accept ws-history-file from environment 'ROMAN_MASTER_HISTORY'
            on exception move 'MSTHIST.DAT' to ws-history-file
        end-accept.
        accept ws-batch-mode from environment 'ROMAN_MSTMAINT_BATCH'
            on exception move 'N' to ws-batch-mode
        end-accept.
        perform open-master-catalog.
        perform seed-log-seq.
        perform open-change-log.
        perform open-history-file.
        if batch-mode
            move 'B' to ws-log-source
            perform identify-batch-operator
            perform run-batch-load
        else
            move 'I' to ws-log-source
        end-if.
        close master-catalog.
        close change-log.
        close history-file.
        stop run returning ws-return-code.

*> Resolve today's change-log day dataset: base name dot yyyymmdd -
*> and make sure it appears in the change-log registry.
resolve-log-file.
        move spaces to ws-log-file.
        string function trim(ws-log-base) delimited by size
            ws-log-date delimited by size
            into ws-log-file
        end-string.
        perform register-log-generation.

*> Append today's change log to the change-log registry, unless a run
*> or session earlier today already did.
register-log-generation.
        move 0 to ws-log-registry-found.
        move 0 to ws-log-registry-eof.
        open input log-registry.
        if ws-log-registry-status is equal to '00'
            perform until ws-log-registry-eof is equal to 1
                read log-registry into lgn-line
                    at end move 1 to ws-log-registry-eof
                    not at end
                        if lgn-date is equal to ws-log-date
                            move 1 to ws-log-registry-found
                        end-if
                end-read
            end-perform
            close log-registry
        end-if.
        if ws-log-registry-found is equal 0
            open extend log-registry
            if ws-log-registry-status is equal to '35'
                open output log-registry
            end-if
            if ws-log-registry-status is equal to '00'
                move spaces to lgn-line
                move ws-log-date to lgn-date
                move 'C' to lgn-status
                move ws-log-file to lgn-file
                write log-registry-record from lgn-line
                close log-registry
            end-if
        end-if.

*> Open the catalog for keyed update, creating it empty first when
*> this is the very first load and no catalog exists yet.
            stop run returning 16
        end-if.

*> Open the catalog history for append, creating it on the first
*> description change ever made. Like the change log, a superseded
*> description that cannot be kept means the change is not applied.
open-history-file.
        open extend history-file.
        if ws-history-status is equal to '35'
            open output history-file
        end-if.
        if ws-history-status is not equal to '00'
            display 'MSTMAINT: cannot open catalog history '
                function trim(ws-history-file)
                ' (file status ' ws-history-status ')'
            close master-catalog
            close change-log
            stop run returning 16
        end-if.

*> Append the history record for the description a change is about to
*> supersede: in effect from the date it was put on, up to today.
write-history-record.
        move ws-work-key to hst-key.
        move ws-old-description to hst-description.
        move ws-old-effective-date to hst-effective-from.
        move ws-log-date to hst-effective-to.
        write history-record from history-line.

*> Append one change-log record for the change just applied.
write-change-log.
        add 1 to ws-log-seq.
            move ws-work-description to log-description
        end-if.
        move ws-log-source to log-source.
        move ws-operator to log-operator.
        write change-log-record from log-line.

*> Batch load: apply every extract record to the catalog and write
                ' (file status ' ws-extract-status ')'
            close master-catalog
            close change-log
            close history-file
            stop run returning 16
        end-if.
        open output delta-file.
            close extract-file
            close master-catalog
            close change-log
            close history-file
            stop run returning 16
        end-if.
        move delta-title-line to ws-report-line.
        end-if.

*> Read and apply one extract record. A record that cannot be applied
*> (bad action, non-numeric key, add of a key already issued or
*> retired, change or retire of a key not on file or already retired)
*> is refused onto the delta report
*> with its reason, and the load carries on - one bad line must not
*> hold up the rest of the month's issues.
apply-extract-record.
        perform read-master-record.
        evaluate true
            when ws-action is equal to 'A'
                    and ws-record-retired is equal 1
                move 'number retired - cannot be reissued'
                    to ws-refused-why
            when ws-action is equal to 'A'
                    and ws-record-found is equal 1
                move 'number already on the master' to ws-refused-why
            when ws-action is not equal to 'A'
                    and ws-record-found is equal 0
                move 'number not on the master' to ws-refused-why
            when ws-action is not equal to 'A'
                    and ws-record-retired is equal 1
                move 'number already retired' to ws-refused-why
        end-evaluate.
        if ws-refused-why is not equal to spaces
            exit paragraph
        end-if.
        evaluate true
            when ws-action is equal to 'A'
                move ws-work-key to mst-key
                move ws-work-description to mst-description
                move 'A' to mst-number-status
                move ws-log-date to mst-effective-date
                move spaces to mst-retired-date
                write master-record
                    invalid key
                        move 'catalog write refused' to ws-refused-why
                end-write
                if ws-refused-why is equal to spaces
                    add 1 to ws-count-added
                    perform write-change-log
                    perform write-delta-change
                end-if
*>          A description change keeps the record's issue status and
*>          starts a new effective period today; the description it
*>          replaces goes to the history dataset with its own period -
*>          first, so a description the history cannot keep is never
*>          overwritten on the catalog.
            when ws-action is equal to 'C'
                perform write-history-record
                if ws-history-status is not equal to '00'
                    move 'history write failed' to ws-refused-why
                else
                    move ws-work-key to mst-key
                    move ws-work-description to mst-description
                    move ws-log-date to mst-effective-date
                    rewrite master-record
                        invalid key
                            move 'catalog rewrite refused'
                                to ws-refused-why
                    end-rewrite
                end-if
                if ws-refused-why is equal to spaces
                    add 1 to ws-count-changed
                    perform write-change-log
                    perform write-delta-change
                end-if
*>          Retirement keeps the record - description and all - and
*>          marks it retired as of today, instead of deleting it.
            when ws-action is equal to 'R'
                move ws-work-key to mst-key
                move ws-old-description to mst-description
                move 'R' to mst-number-status
                move ws-log-date to mst-retired-date
                rewrite master-record
                    invalid key
                        move 'catalog rewrite refused' to ws-refused-why
                end-rewrite
                if ws-refused-why is equal to spaces
                    add 1 to ws-count-retired
                    perform write-change-log
                    perform write-delta-change
                end-if
        end-evaluate.

*> Read the catalog record for ws-work-key, noting whether it exists
*> and whether it has been retired, and capturing its current
*> description and dates for the delta report's was-line, the history
*> record, and a retirement's log record. The record area is left
*> holding what was read, so a rewrite changes only what it means to.
read-master-record.
        move 0 to ws-record-found.
        move 0 to ws-record-retired.
        move spaces to ws-old-description.
        move spaces to ws-old-effective-date.
        move spaces to ws-old-retired-date.
        move ws-work-key to mst-key.
        read master-catalog
            invalid key
            not invalid key
                move 1 to ws-record-found
                move mst-description to ws-old-description
                move mst-effective-date to ws-old-effective-date
                move mst-retired-date to ws-old-retired-date
                if mst-number-retired
                    move 1 to ws-record-retired
                end-if
        end-read.

*> Write the delta-report lines for the change just applied: what
        open output standard-output.
        write stdout-record from title-line.
        write stdout-record from title-underline.
        perform sign-on-operator.
        if ws-operator is equal to spaces
            move 1 to ws-quit
        end-if.
        perform maintenance-loop until ws-quit is equal 1.
        close standard-input, standard-output.

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
        move function numval(ws-input-line) to ws-work-key.
        perform read-master-record.

*> Show the catalog record just read: the number, its description,
*> and its issue state - the date the description took effect, or
*> the date the number was retired.
show-found-record.
        move ws-work-key to fnd-key.
        move ws-old-description to fnd-description.
        move spaces to fnd-state.
        if ws-record-retired is equal 1
            string 'RETIRED ' delimited by size
                ws-old-retired-date delimited by size
                into fnd-state
            end-string
        else
            if ws-old-effective-date is not equal to spaces
                string 'since ' delimited by size
                    ws-old-effective-date delimited by size
                    into fnd-state
                end-string
            end-if
        end-if.
        write stdout-record from found-line.

*> Look one number up and show what the catalog says about it.
interactive-lookup.
        perform get-operator-key.
            exit paragraph
        end-if.
        if ws-record-found is equal 1
            perform show-found-record
        else
            write stdout-record from not-found-line
        end-if.
            exit paragraph
        end-if.
        if ws-record-found is equal 1
            perform show-found-record
        end-if.
        write stdout-record from desc-prompt-line.
        write stdout-record from '> ' after advancing 0 lines.
            exit paragraph
        end-if.
        if ws-record-found is equal 1
            perform show-found-record
        end-if.
        move spaces to ws-work-description.
        perform apply-change.
