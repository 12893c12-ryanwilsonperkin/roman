identification division.
program-id. mstissue.

*> Archival number issuance - hands out new archival numbers from the
*> ranges reserved for each department or collection, in place of the
*> paper ledger, so two collections can no longer be given the same
*> number and no number is skipped without anyone knowing.
*> The reservation dataset lists each department's or collection's
*> range and the notation its labels are spelled in; the request
*> dataset asks for so many numbers from a reservation, with the
*> description they are to carry. Each number is the next free one in
*> the reservation - the lowest not yet on the catalog, issued or
*> retired, since a retired number is never reissued - and goes onto
*> the catalog the way mstmaint adds one: written to the catalog and
*> logged on the day's change log (registered in the change-log
*> registry), with source tag N and the submitting job or user as the
*> operator - ROMAN_OPERATOR as the job sets it, else the login user.
*> Every number issued in the run gets a line on the label dataset,
*> the run's batch of labels: the number spelled as a numeral by
*> conv's decimal-to-roman path in the reservation's notation, the
*> decimal number, the reservation, and the description. A number
*> conv cannot spell in that notation is passed over, reported, and
*> left free.
*> The report lists every number issued and every request refused,
*> then each reservation's usage - how many of its numbers are on the
*> catalog, however they got there - and warns of any reservation at
*> or above the warning level (ROMAN_RESERVE_WARN_PCT, default 90
*> percent used).
*> Reservation record layout (one reservation per line):
*>   col 1-8    reservation code (department or collection)
*>   col 10-16  first number of the range (7 digits)
*>   col 18-24  last number of the range (7 digits)
*>   col 26     label notation: B bracket (or blank), V vinculum,
*>              A apostrophus
*>   col 28-60  department or collection name
*> A reservation whose range is not numeric, is empty, runs past
*> 3999999, or overlaps an earlier one, or whose code repeats an
*> earlier one, is reported and nothing is issued from it.
*> Request record layout (one request per line):
*>   col 1-8    reservation code
*>   col 10-13  how many numbers (blank = 1)
*>   col 15-47  description the numbers are to carry
*> Dataset names and their overrides:
*>   catalog      MASTER.DAT     ROMAN_MASTER_FILE
*>   reservations MSTRSV.DAT     ROMAN_MASTER_RESERVATIONS
*>   requests     MSTREQ.DAT     ROMAN_ISSUE_REQUESTS
*>   labels       MSTLABEL.DAT   ROMAN_ISSUE_LABELS
*>   report       MSTISSUE.DAT   ROMAN_ISSUE_REPORT
*>   change log   MSTLOG.DAT     ROMAN_MASTER_LOG (base name, per day)
*>   log list     MSTLOGGEN.DAT  ROMAN_MASTER_LOG_REGISTRY
*> Returns 0 when every request was issued in full and no reservation
*> is near full, 4 when a request was refused or only partly issued,
*> a reservation or request line was bad, a number was passed over,
*> or a reservation is at or above the warning level, 16 when a
*> dataset it cannot proceed without fails to open.

environment division.
input-output section.
file-control.
    select master-catalog assign to dynamic ws-master-file
        organization is indexed
        access mode is dynamic
        record key is mst-key
        file status is ws-master-status.
    select reservation-file assign to dynamic ws-reservation-file
        organization is line sequential
        file status is ws-reservation-status.
    select request-file assign to dynamic ws-request-file
        organization is line sequential
        file status is ws-request-status.
    select label-file assign to dynamic ws-label-file
        organization is line sequential
        file status is ws-label-status.
    select report-file assign to dynamic ws-report-file
        organization is line sequential
        file status is ws-report-status.
    select change-log assign to dynamic ws-log-file
        organization is line sequential
        file status is ws-log-status.
    select log-registry assign to dynamic ws-log-registry-file
        organization is line sequential
        file status is ws-log-registry-status.

data division.
file section.
fd master-catalog.
    01 master-record.
       02 mst-key picture 9(7).
       02 mst-description picture x(33).
       02 mst-number-status picture x(1).
          88 mst-number-retired value 'R'.
       02 mst-effective-date picture x(8).
       02 mst-retired-date picture x(8).
fd reservation-file.
    01 reservation-record picture x(80).
fd request-file.
    01 request-record picture x(80).
fd label-file.
    01 label-record picture x(132).
fd report-file.
    01 report-record picture x(132).
fd change-log.
    01 change-log-record picture x(80).
fd log-registry.
    01 log-registry-record picture x(80).

working-storage section.
01  ws-master-file picture x(64) value 'MASTER.DAT'.
01  ws-master-status picture x(2).
01  ws-reservation-file picture x(64) value 'MSTRSV.DAT'.
01  ws-reservation-status picture x(2).
01  ws-request-file picture x(64) value 'MSTREQ.DAT'.
01  ws-request-status picture x(2).
01  ws-label-file picture x(64) value 'MSTLABEL.DAT'.
01  ws-label-status picture x(2).
01  ws-report-file picture x(64) value 'MSTISSUE.DAT'.
01  ws-report-status picture x(2).

77  ws-return-code picture 9(2) value 0.
77  ws-reservation-eof picture 9 value 0.
77  ws-request-eof picture 9 value 0.
77  ws-master-eof picture 9 value 0.

*> Change log: mstmaint's per-day dataset, base name dot yyyymmdd,
*> sequence seeded from the day's file, so numbers issued here sit in
*> the same day's log as the day's other catalog changes.
01  ws-log-base picture x(64) value 'MSTLOG.DAT'.
01  ws-log-file picture x(64).
01  ws-log-status picture x(2).
77  ws-log-seq picture 9(6) value 0.
77  ws-seed-eof picture 9 value 0.
01  ws-log-date picture x(8).

*> Change-log registry, as mstmaint keeps it.
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

*> Who is issuing: the job or user that submitted the run.
01  ws-operator picture x(8) value spaces.

*> One change-log record, mstmaint's layout; every record written
*> here is an A (add) with source tag N (issued).
01  log-line.
    02 log-date picture x(8).
    02 filler picture x(1) value space.
    02 log-seq picture 9(6).
    02 filler picture x(1) value space.
    02 log-action picture x(1).
    02 filler picture x(1) value space.
    02 log-key picture 9(7).
    02 filler picture x(1) value space.
    02 log-description picture x(33).
    02 filler picture x(1) value space.
    02 log-source picture x(1).
    02 filler picture x(1) value space.
    02 log-operator picture x(8).

*> Warning level: a reservation this many percent used or more is
*> reported as close to full.
77  ws-warn-pct picture 9(3) value 90.
77  ws-warn-pct-in picture x(3).

*> Image of one reservation line.
01  reservation-line.
    02 rsl-code picture x(8).
    02 filler picture x(1).
    02 rsl-low picture x(7).
    02 filler picture x(1).
    02 rsl-high picture x(7).
    02 filler picture x(1).
    02 rsl-notation picture x(1).
    02 filler picture x(1).
    02 rsl-name picture x(33).

*> Every good reservation: its range and notation, the next number
*> to try (nothing below it in the range is free), the numbers issued
*> from it this run, and - for the usage report - how many of its
*> numbers are on the catalog.
01  ws-reservation-table.
    02 ws-reservation-entry occurs 200 times.
       03 rsv-code picture x(8).
       03 rsv-low picture 9(7).
       03 rsv-high picture 9(7).
       03 rsv-notation picture x(1).
       03 rsv-name picture x(33).
       03 rsv-next picture 9(8).
       03 rsv-issued picture 9(7).
       03 rsv-used picture 9(7).
77  ws-reservation-count picture 9(3) value 0.
77  ws-reservation-max picture 9(3) value 200.
77  ws-rsv-i picture 9(3) usage is computational.
77  ws-rsv-j picture 9(3) usage is computational.
77  ws-line-low picture 9(7).
77  ws-line-high picture 9(7).

*> Image of one request line.
01  request-line.
    02 rql-code picture x(8).
    02 filler picture x(1).
    02 rql-quantity picture x(4).
    02 filler picture x(1).
    02 rql-description picture x(33).

*> The request being issued: how many numbers it still wants, and
*> whether the number just looked at is free and spelled.
77  ws-quantity picture 9(4).
01  ws-quantity-display picture zzz9.
77  ws-free-found picture 9 value 0.
77  ws-request-done picture 9 value 0.

*> The conv call interface, same shape the translator uses.
01  roman.
    02 s picture x(1) occurs 30 times.
01  roman-alpha redefines roman picture x(30).
77  roman-len picture s99 usage is computational.
77  err picture s9 usage is computational-3.
77  reason picture s99 usage is computational-3.
77  result picture s9(7) usage is computational.
77  frac picture s99 usage is computational.
77  direction picture x(1) value 'R'.
77  strict-flag picture x(1) value 'Y'.
77  ws-notation picture x(1) value 'B'.

*> One label: the numeral, the decimal number, the reservation, and
*> the description.
01  label-line.
    02 lbl-roman picture x(30).
    02 filler picture x(1) value space.
    02 lbl-number picture 9(7).
    02 filler picture x(1) value space.
    02 lbl-reservation picture x(8).
    02 filler picture x(1) value space.
    02 lbl-description picture x(33).

01  ws-counts.
    02 ws-count-reservations picture 9(7) value 0.
    02 ws-count-bad-reservations picture 9(7) value 0.
    02 ws-count-requests picture 9(7) value 0.
    02 ws-count-refused picture 9(7) value 0.
    02 ws-count-issued picture 9(7) value 0.
    02 ws-count-passed picture 9(7) value 0.
    02 ws-count-warned picture 9(7) value 0.

*> Usage arithmetic for the reservation being reported.
77  ws-size picture 9(7).
77  ws-free picture 9(7).
77  ws-used-pct picture 9(3)v9.

77  ws-refused-why picture x(50).
01  ws-report-line picture x(132).

01  report-title-line.
    02 filler picture x(31) value 'Archival Number Issuance Report'.

01  report-title-underline.
    02 filler picture x(31) value '-------------------------------'.

01  report-run-line.
    02 filler picture x(10) value 'Run date: '.
    02 rpt-run-date picture x(8).
    02 filler picture x(12) value '  Operator: '.
    02 rpt-operator picture x(8).
    02 filler picture x(10) value '  Labels: '.
    02 rpt-labels picture x(64).

01  issued-line.
    02 filler picture x(9) value 'ISSUED   '.
    02 isl-key picture 9(7).
    02 filler picture x(1) value space.
    02 isl-reservation picture x(8).
    02 filler picture x(1) value space.
    02 isl-roman picture x(30).
    02 filler picture x(1) value space.
    02 isl-description picture x(33).

01  refused-line.
    02 filler picture x(9) value 'REFUSED  '.
    02 rfl-reservation picture x(8).
    02 filler picture x(1) value space.
    02 rfl-why picture x(50).

01  passed-line.
    02 filler picture x(9) value 'PASSED   '.
    02 psl-key picture 9(7).
    02 filler picture x(1) value space.
    02 psl-reservation picture x(8).
    02 filler picture x(31) value
       ' cannot be spelled in notation '.
    02 psl-notation picture x(1).

01  bad-reservation-line.
    02 filler picture x(9) value 'BAD RSV  '.
    02 brl-code picture x(8).
    02 filler picture x(1) value space.
    02 brl-why picture x(50).

01  usage-title-line.
    02 filler picture x(17) value 'Reservation Usage'.

01  usage-header-line.
    02 filler picture x(40) value
       'Reserve   First    Last       Size    Us'.
    02 filler picture x(40) value
       'ed    Free  Used %  Issued  Name'.

01  usage-line.
    02 usl-code picture x(8).
    02 filler picture x(2) value spaces.
    02 usl-low picture 9(7).
    02 filler picture x(2) value spaces.
    02 usl-high picture 9(7).
    02 filler picture x(1) value space.
    02 usl-size picture zzzzzz9.
    02 filler picture x(1) value space.
    02 usl-used picture zzzzzz9.
    02 filler picture x(1) value space.
    02 usl-free picture zzzzzz9.
    02 filler picture x(2) value spaces.
    02 usl-pct picture zz9.9.
    02 filler picture x(1) value space.
    02 usl-issued picture zzzzzz9.
    02 filler picture x(2) value spaces.
    02 usl-name picture x(33).

01  near-full-line.
    02 filler picture x(14) value '  ** WARNING: '.
    02 nfl-code picture x(8).
    02 filler picture x(1) value space.
    02 nfl-pct picture zz9.9.
    02 filler picture x(13) value '% used, only '.
    02 nfl-free picture zzzzzz9.
    02 filler picture x(18) value ' free numbers left'.

01  full-line.
    02 filler picture x(14) value '  ** FULL:    '.
    02 ful-code picture x(8).
    02 filler picture x(30) value ' has no free numbers left     '.

01  no-reservations-line.
    02 filler picture x(24) value 'No reservations on file.'.

01  counts-line-1.
    02 filler picture x(11) value 'Requests:  '.
    02 cnt-requests picture zzzzzz9.
    02 filler picture x(11) value '  Issued:  '.
    02 cnt-issued picture zzzzzz9.
    02 filler picture x(11) value '  Refused: '.
    02 cnt-refused picture zzzzzz9.
    02 filler picture x(11) value '  Passed:  '.
    02 cnt-passed picture zzzzzz9.

01  counts-line-2.
    02 filler picture x(14) value 'Reservations: '.
    02 cnt-reservations picture zzzzzz9.
    02 filler picture x(11) value '  Bad:     '.
    02 cnt-bad-reservations picture zzzzzz9.
    02 filler picture x(11) value '  Warned:  '.
    02 cnt-warned picture zzzzzz9.

procedure division.
        accept ws-master-file from environment 'ROMAN_MASTER_FILE'
            on exception move 'MASTER.DAT' to ws-master-file
        end-accept.
        accept ws-reservation-file from environment
                'ROMAN_MASTER_RESERVATIONS'
            on exception move 'MSTRSV.DAT' to ws-reservation-file
        end-accept.
        accept ws-request-file from environment 'ROMAN_ISSUE_REQUESTS'
            on exception move 'MSTREQ.DAT' to ws-request-file
        end-accept.
        accept ws-label-file from environment 'ROMAN_ISSUE_LABELS'
            on exception move 'MSTLABEL.DAT' to ws-label-file
        end-accept.
        accept ws-report-file from environment 'ROMAN_ISSUE_REPORT'
            on exception move 'MSTISSUE.DAT' to ws-report-file
        end-accept.
        accept ws-log-base from environment 'ROMAN_MASTER_LOG'
            on exception move 'MSTLOG.DAT' to ws-log-base
        end-accept.
        accept ws-log-registry-file from environment
                'ROMAN_MASTER_LOG_REGISTRY'
            on exception move 'MSTLOGGEN.DAT' to ws-log-registry-file
        end-accept.
        move spaces to ws-warn-pct-in.
        accept ws-warn-pct-in from environment 'ROMAN_RESERVE_WARN_PCT'
            on exception move spaces to ws-warn-pct-in
        end-accept.
        if function trim(ws-warn-pct-in) is numeric
                and function numval(ws-warn-pct-in) is greater than 0
                and function numval(ws-warn-pct-in) is not greater
                    than 100
            move function numval(ws-warn-pct-in) to ws-warn-pct
        end-if.
        move function current-date(1:8) to ws-log-date.
        perform identify-batch-operator.
        perform open-datasets.
        perform resolve-log-file.
        perform seed-log-seq.
        perform open-change-log.
        perform write-report-title.
        perform load-reservation
            until ws-reservation-eof is equal 1.
        close reservation-file.
        perform issue-one-request
            until ws-request-eof is equal 1.
        close request-file.
        perform write-usage-report.
        perform write-report-totals.
        close master-catalog.
        close change-log.
        close label-file.
        close report-file.
        if ws-count-refused is greater than 0
                or ws-count-bad-reservations is greater than 0
                or ws-count-passed is greater than 0
                or ws-count-warned is greater than 0
            move 4 to ws-return-code
        end-if.
        stop run returning ws-return-code.

*> Identify the run: the job or user the scheduler names in
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

*> Open everything the run needs; any failure ends it before a number
*> is issued. The catalog is created empty when none exists yet, as
*> mstmaint creates it on the very first load.
open-datasets.
        open i-o master-catalog.
        if ws-master-status is equal to '35'
            open output master-catalog
            if ws-master-status is equal to '00'
                close master-catalog
                open i-o master-catalog
            end-if
        end-if.
        if ws-master-status is not equal to '00'
            display 'MSTISSUE: cannot open master catalog '
                function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
            stop run returning 16
        end-if.
        open input reservation-file.
        if ws-reservation-status is not equal to '00'
            display 'MSTISSUE: cannot open reservations '
                function trim(ws-reservation-file)
                ' (file status ' ws-reservation-status ')'
            close master-catalog
            stop run returning 16
        end-if.
        open input request-file.
        if ws-request-status is not equal to '00'
            display 'MSTISSUE: cannot open requests '
                function trim(ws-request-file)
                ' (file status ' ws-request-status ')'
            close master-catalog
            close reservation-file
            stop run returning 16
        end-if.
        open output label-file.
        if ws-label-status is not equal to '00'
            display 'MSTISSUE: cannot open label file '
                function trim(ws-label-file)
                ' (file status ' ws-label-status ')'
            close master-catalog
            close reservation-file
            close request-file
            stop run returning 16
        end-if.
        open output report-file.
        if ws-report-status is not equal to '00'
            display 'MSTISSUE: cannot open report file '
                function trim(ws-report-file)
                ' (file status ' ws-report-status ')'
            close master-catalog
            close reservation-file
            close request-file
            close label-file
            stop run returning 16
        end-if.

*> Resolve today's change-log day dataset: base name dot yyyymmdd -
*> and make sure it appears in the change-log registry.
resolve-log-file.
        move spaces to ws-log-file.
        string function trim(ws-log-base) delimited by size
            '.' delimited by size
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

*> Seed ws-log-seq from the highest sequence already on today's
*> change-log dataset, as mstmaint does.
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
*> change of the day. A number that cannot be logged must not be
*> issued at all.
open-change-log.
        open extend change-log.
        if ws-log-status is equal to '35'
            open output change-log
        end-if.
        if ws-log-status is not equal to '00'
            display 'MSTISSUE: cannot open change log '
                function trim(ws-log-file)
                ' (file status ' ws-log-status ')'
            close master-catalog
            close reservation-file
            close request-file
            close label-file
            close report-file
            stop run returning 16
        end-if.

*> Write the report title block.
write-report-title.
        move report-title-line to ws-report-line.
        perform write-report-line.
        move report-title-underline to ws-report-line.
        perform write-report-line.
        move ws-log-date to rpt-run-date.
        move ws-operator to rpt-operator.
        move ws-label-file to rpt-labels.
        move report-run-line to ws-report-line.
        perform write-report-line.
        move spaces to ws-report-line.
        perform write-report-line.

*> Read one reservation line and keep it, unless it fails a check -
*> then it is reported and nothing can be issued from it.
load-reservation.
        read reservation-file into reservation-line
            at end
                move 1 to ws-reservation-eof
            not at end
                if reservation-line is not equal to spaces
                    add 1 to ws-count-reservations
                    perform check-reservation
                    if ws-refused-why is equal to spaces
                        perform keep-reservation
                    else
                        move rsl-code to brl-code
                        move ws-refused-why to brl-why
                        move bad-reservation-line to ws-report-line
                        perform write-report-line
                        add 1 to ws-count-bad-reservations
                    end-if
                end-if
        end-read.

*> Check the reservation in reservation-line against its own fields
*> and every reservation kept before it. ws-refused-why comes back
*> non-space when it fails.
check-reservation.
        move spaces to ws-refused-why.
        move function upper-case(rsl-notation) to rsl-notation.
        if rsl-notation is equal to space
            move 'B' to rsl-notation
        end-if.
        evaluate true
            when rsl-code is equal to spaces
                move 'reservation code missing' to ws-refused-why
            when rsl-low is not numeric or rsl-high is not numeric
                move 'range not numeric' to ws-refused-why
            when rsl-notation is not equal to 'B'
                    and rsl-notation is not equal to 'V'
                    and rsl-notation is not equal to 'A'
                move 'notation not B, V or A' to ws-refused-why
        end-evaluate.
        if ws-refused-why is not equal to spaces
            exit paragraph
        end-if.
        move rsl-low to ws-line-low.
        move rsl-high to ws-line-high.
        evaluate true
            when ws-line-low is equal to 0
                    or ws-line-low is greater than ws-line-high
                move 'range empty or reversed' to ws-refused-why
            when ws-line-high is greater than 3999999
                move 'range runs past 3999999' to ws-refused-why
            when ws-reservation-count is not less than
                    ws-reservation-max
                move 'too many reservations' to ws-refused-why
        end-evaluate.
        if ws-refused-why is not equal to spaces
            exit paragraph
        end-if.
        perform varying ws-rsv-j from 1 by 1
                until ws-rsv-j is greater than ws-reservation-count
                or ws-refused-why is not equal to spaces
            if rsv-code(ws-rsv-j) is equal to rsl-code
                move 'reservation code repeated' to ws-refused-why
            end-if
            if ws-refused-why is equal to spaces
                    and ws-line-low is not greater than
                        rsv-high(ws-rsv-j)
                    and ws-line-high is not less than
                        rsv-low(ws-rsv-j)
                string 'range overlaps reservation ' delimited by size
                    rsv-code(ws-rsv-j) delimited by space
                    into ws-refused-why
                end-string
            end-if
        end-perform.

*> Keep a checked reservation in the table, starting its search for
*> free numbers at the bottom of its range.
keep-reservation.
        add 1 to ws-reservation-count.
        move ws-reservation-count to ws-rsv-i.
        move rsl-code to rsv-code(ws-rsv-i).
        move ws-line-low to rsv-low(ws-rsv-i).
        move ws-line-high to rsv-high(ws-rsv-i).
        move rsl-notation to rsv-notation(ws-rsv-i).
        move rsl-name to rsv-name(ws-rsv-i).
        move ws-line-low to rsv-next(ws-rsv-i).
        move 0 to rsv-issued(ws-rsv-i).
        move 0 to rsv-used(ws-rsv-i).

*> Read one request and issue its numbers. A request that cannot be
*> issued (no such reservation, bad quantity, no description) is
*> refused with its reason; one whose reservation runs out part way
*> keeps the numbers already issued and is refused for the rest.
issue-one-request.
        read request-file into request-line
            at end
                move 1 to ws-request-eof
            not at end
                if request-line is not equal to spaces
                    add 1 to ws-count-requests
                    perform check-request
                    if ws-refused-why is equal to spaces
                        move 0 to ws-request-done
                        perform issue-one-number
                            until ws-request-done is equal 1
                    end-if
                    if ws-refused-why is not equal to spaces
                        move rql-code to rfl-reservation
                        move ws-refused-why to rfl-why
                        move refused-line to ws-report-line
                        perform write-report-line
                        add 1 to ws-count-refused
                    end-if
                end-if
        end-read.

*> Check the request in request-line, finding its reservation and
*> how many numbers it wants.
check-request.
        move spaces to ws-refused-why.
        move 0 to ws-rsv-i.
        perform varying ws-rsv-j from 1 by 1
                until ws-rsv-j is greater than ws-reservation-count
                or ws-rsv-i is not equal to 0
            if rsv-code(ws-rsv-j) is equal to rql-code
                move ws-rsv-j to ws-rsv-i
            end-if
        end-perform.
        if ws-rsv-i is equal to 0
            move 'no such reservation' to ws-refused-why
            exit paragraph
        end-if.
        if rql-quantity is equal to spaces
            move 1 to ws-quantity
        else
            if function trim(rql-quantity) is not numeric
                move 'quantity not numeric' to ws-refused-why
                exit paragraph
            end-if
            move function numval(rql-quantity) to ws-quantity
        end-if.
        if ws-quantity is equal to 0
            move 'quantity is zero' to ws-refused-why
            exit paragraph
        end-if.
        if rql-description is equal to spaces
            move 'description missing' to ws-refused-why
        end-if.

*> Issue the next free number of reservation ws-rsv-i, or note that
*> the request is done - all of it issued, the reservation full, or
*> the catalog refusing the write.
issue-one-number.
        perform find-next-free.
        if ws-free-found is equal 0
            move ws-quantity to ws-quantity-display
            string 'reservation full - ' delimited by size
                function trim(ws-quantity-display) delimited by size
                ' not issued' delimited by size
                into ws-refused-why
            end-string
            move 1 to ws-request-done
            exit paragraph
        end-if.
        move rsv-next(ws-rsv-i) to mst-key.
        move rql-description to mst-description.
        move 'A' to mst-number-status.
        move ws-log-date to mst-effective-date.
        move spaces to mst-retired-date.
        write master-record
            invalid key
                move 'catalog write refused' to ws-refused-why
        end-write.
        if ws-refused-why is not equal to spaces
            move 1 to ws-request-done
            exit paragraph
        end-if.
        perform write-change-log.
        perform write-label.
        add 1 to ws-count-issued.
        add 1 to rsv-issued(ws-rsv-i).
        add 1 to rsv-next(ws-rsv-i).
        subtract 1 from ws-quantity.
        if ws-quantity is equal to 0
            move 1 to ws-request-done
        end-if.

*> Move rsv-next of reservation ws-rsv-i up to the first number of
*> its range that is not on the catalog and that conv can spell in
*> the reservation's notation, leaving its spelling in roman.
*> ws-free-found is 0 when the range has none left.
find-next-free.
        move 0 to ws-free-found.
        perform until ws-free-found is equal 1
                or rsv-next(ws-rsv-i) is greater than rsv-high(ws-rsv-i)
            move rsv-next(ws-rsv-i) to mst-key
            read master-catalog
                invalid key
                    perform spell-number
                not invalid key
                    add 1 to rsv-next(ws-rsv-i)
            end-read
        end-perform.

*> Spell the free number in rsv-next through conv's reverse path. A
*> number the notation cannot spell is passed over and reported.
spell-number.
        move spaces to roman-alpha.
        move rsv-next(ws-rsv-i) to result.
        move 0 to frac.
        move 'R' to direction.
        move rsv-notation(ws-rsv-i) to ws-notation.
        call "conv" using roman, roman-len, err, reason, result,
            frac, direction, strict-flag, ws-notation.
        if err is equal 0
            move 1 to ws-free-found
        else
            move rsv-next(ws-rsv-i) to psl-key
            move rsv-code(ws-rsv-i) to psl-reservation
            move ws-notation to psl-notation
            move passed-line to ws-report-line
            perform write-report-line
            add 1 to ws-count-passed
            add 1 to rsv-next(ws-rsv-i)
        end-if.

*> Append the change-log record for the number just issued.
write-change-log.
        add 1 to ws-log-seq.
        move ws-log-date to log-date.
        move ws-log-seq to log-seq.
        move 'A' to log-action.
        move mst-key to log-key.
        move mst-description to log-description.
        move 'N' to log-source.
        move ws-operator to log-operator.
        write change-log-record from log-line.

*> Write the label for the number just issued, and its report line.
write-label.
        move spaces to lbl-roman.
        move roman-alpha(1:roman-len) to lbl-roman.
        move mst-key to lbl-number.
        move rsv-code(ws-rsv-i) to lbl-reservation.
        move mst-description to lbl-description.
        write label-record from label-line.
        move mst-key to isl-key.
        move rsv-code(ws-rsv-i) to isl-reservation.
        move lbl-roman to isl-roman.
        move mst-description to isl-description.
        move issued-line to ws-report-line.
        perform write-report-line.

*> Report every good reservation's usage: how many numbers of its
*> range are on the catalog, issued or retired, and how many are
*> left - with a warning for each one at or above the warning level.
write-usage-report.
        move spaces to ws-report-line.
        perform write-report-line.
        move usage-title-line to ws-report-line.
        perform write-report-line.
        if ws-reservation-count is equal to 0
            move no-reservations-line to ws-report-line
            perform write-report-line
            exit paragraph
        end-if.
        move usage-header-line to ws-report-line.
        perform write-report-line.
        perform varying ws-rsv-i from 1 by 1
                until ws-rsv-i is greater than ws-reservation-count
            perform count-reservation-used
            perform write-usage-line
        end-perform.

*> Count the catalog records in the range of reservation ws-rsv-i,
*> reading the catalog in key order from the bottom of the range.
count-reservation-used.
        move 0 to rsv-used(ws-rsv-i).
        move 0 to ws-master-eof.
        move rsv-low(ws-rsv-i) to mst-key.
        start master-catalog key is not less than mst-key
            invalid key move 1 to ws-master-eof
        end-start.
        perform until ws-master-eof is equal 1
            read master-catalog next record
                at end
                    move 1 to ws-master-eof
                not at end
                    if mst-key is greater than rsv-high(ws-rsv-i)
                        move 1 to ws-master-eof
                    else
                        add 1 to rsv-used(ws-rsv-i)
                    end-if
            end-read
        end-perform.

*> Write the usage line for reservation ws-rsv-i, and its warning.
write-usage-line.
        compute ws-size = rsv-high(ws-rsv-i) - rsv-low(ws-rsv-i) + 1.
        compute ws-free = ws-size - rsv-used(ws-rsv-i).
        compute ws-used-pct rounded =
            rsv-used(ws-rsv-i) * 100 / ws-size.
        move rsv-code(ws-rsv-i) to usl-code.
        move rsv-low(ws-rsv-i) to usl-low.
        move rsv-high(ws-rsv-i) to usl-high.
        move ws-size to usl-size.
        move rsv-used(ws-rsv-i) to usl-used.
        move ws-free to usl-free.
        move ws-used-pct to usl-pct.
        move rsv-issued(ws-rsv-i) to usl-issued.
        move rsv-name(ws-rsv-i) to usl-name.
        move usage-line to ws-report-line.
        perform write-report-line.
        if ws-free is equal to 0
            move rsv-code(ws-rsv-i) to ful-code
            move full-line to ws-report-line
            perform write-report-line
            add 1 to ws-count-warned
        else
            if ws-used-pct is not less than ws-warn-pct
                move rsv-code(ws-rsv-i) to nfl-code
                move ws-used-pct to nfl-pct
                move ws-free to nfl-free
                move near-full-line to ws-report-line
                perform write-report-line
                add 1 to ws-count-warned
            end-if
        end-if.

*> Write the run's totals.
write-report-totals.
        move spaces to ws-report-line.
        perform write-report-line.
        move ws-count-requests to cnt-requests.
        move ws-count-issued to cnt-issued.
        move ws-count-refused to cnt-refused.
        move ws-count-passed to cnt-passed.
        move counts-line-1 to ws-report-line.
        perform write-report-line.
        move ws-count-reservations to cnt-reservations.
        move ws-count-bad-reservations to cnt-bad-reservations.
        move ws-count-warned to cnt-warned.
        move counts-line-2 to ws-report-line.
        perform write-report-line.

*> Write the current report line to the report dataset.
write-report-line.
        write report-record from ws-report-line.
