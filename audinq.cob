*> of the translator's interactive mode, for answering "was numeral
*> such-and-such translated last Tuesday, and to what value?" without
*> grepping raw datasets. Searches by date range, by raw input value,
*> by decimal result, or by operator; hits page through a screenful at
*> a time and show each row's date, sequence number, direction, error
*> flag, raw value, result, and operator.
*> A session starts with the operator signing on; nothing is searched
*> in a session no one has signed on to.
*> The data searched is everything the retention subsystem keeps: the
*> compact archive (closed days rolled up by audmaint) followed by
*> every day dataset still listed in the generation registry. Day
fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).

working-storage section.
77  ws-quit picture 9 value 0.
    02 aud-frac picture x(2).
    02 filler picture x(1).
*>  Later additions to the trail, spaces on older rows: the input
*>  record number, the row's source (B/I/S), the
*>  dictionary-resolved flag, and the operator. Only the operator is
*>  searched or shown here.
    02 aud-recno picture x(7).
    02 filler picture x(1).
    02 aud-source picture x(1).
    02 filler picture x(1).
    02 aud-dict picture x(1).
    02 filler picture x(1).
    02 aud-operator picture x(8).

*> The operator's current search: kind and criteria.
77  ws-search-kind picture x(1).
    88 search-by-date value 'D'.
    88 search-by-raw value 'R'.
    88 search-by-value value 'V'.
    88 search-by-operator value 'O'.
01  ws-from-date picture x(8).
01  ws-to-date picture x(8).
01  ws-search-raw picture x(30).
77  ws-search-value picture s9(7) usage is computational.
01  ws-search-value-in picture x(30).
01  ws-search-operator picture x(8).

*> Who is asking: the operator signed on to this session.
01  ws-operator picture x(8) value spaces.

*> Paging: a screenful of hits at a time, then a pause for the
*> operator to continue or cut the search short.
01  title-underline.
    02 filler picture x(19) value '-------------------'.

01  operator-prompt-line.
    02 filler picture x(12) value 'Operator ID:'.

01  menu-prompt-line.
    02 filler picture x(40) value
       'Search by (D)ate range, (R)aw value, (V)'.
    02 filler picture x(35) value 'alue, (O)perator, or (Q)uit:'.

01  from-prompt-line.
    02 filler picture x(22) value 'From date (YYYYMMDD):'.
01  value-prompt-line.
    02 filler picture x(14) value 'Decimal value:'.

01  search-operator-prompt-line.
    02 filler picture x(9) value 'Operator:'.

01  hit-header-line.
    02 filler picture x(40) value
       'Date     Seq    D E Raw value           '.
    02 filler picture x(40) value
       '             Result      Operator'.

01  hit-line.
    02 hit-date picture x(8).
    02 filler picture x(1) value space.
    02 hit-result picture -zzzzzz9.
    02 hit-frac picture x(6).
    02 filler picture x(1) value space.
    02 hit-operator picture x(8).

01  pager-prompt-line.
    02 filler picture x(33) value '-- Enter for more, X to stop --'.
        end-accept.
        write stdout-record from title-line.
        write stdout-record from title-underline.
        perform sign-on-operator.
        if ws-operator is equal to spaces
            move 1 to ws-quit
        end-if.
        perform inquiry-loop until ws-quit is equal 1.
        close standard-input, standard-output.
        stop run.
            when search-by-value
                perform get-value-criteria
                perform run-search
            when search-by-operator
                perform get-operator-criteria
                perform run-search
            when ws-search-kind is equal to 'Q'
                move 1 to ws-quit
            when ws-search-kind is equal to space
                write stdout-record from bad-choice-line
        end-evaluate.

*> Operator sign-on: ask until an operator ID is given, or the session
*> ends.
sign-on-operator.
        perform until ws-operator is not equal to spaces
                or ws-stdin-eof is equal 1
            write stdout-record from operator-prompt-line
            write stdout-record from '> ' after advancing 0 lines
            perform read-operator-line
            move function upper-case(function trim(ws-input-line))
                to ws-operator
        end-perform.

*> Read one line from the operator, noting end of input (which ends
*> the whole session, same as Q).
read-operator-line.
        compute ws-search-value =
            function numval(ws-search-value-in).

*> Ask for the operator whose rows to list; matched trimmed and
*> without regard to case, the way operators sign on.
get-operator-criteria.
        move spaces to ws-search-operator.
        write stdout-record from search-operator-prompt-line.
        write stdout-record from '> ' after advancing 0 lines.
        perform read-operator-line.
        if ws-stdin-eof is equal 1
            move 1 to ws-quit
            exit paragraph
        end-if.
        move function upper-case(function trim(ws-input-line))
            to ws-search-operator.

*> Run the current search over the archive and then every registered
*> day dataset, paging hits as they are found.
run-search.
        move ws-hit-count to mtl-count.
        write stdout-record from match-total-line.

*> Walk the generation registry and scan each day dataset it still
*> lists as current. Days rolled into the archive - archived, or kept
*> on disk after failing their proof - are skipped, since the archive
*> scan above already covered their records; a current day dataset
*> that fails to open inside scan-one-dataset is skipped too.
scan-registered-days.
        move 0 to ws-registry-eof.
        open input registry-file.
            read registry-file into gen-line
                at end move 1 to ws-registry-eof
                not at end
                    if gen-status is equal to 'C'
                        move gen-file to ws-scan-file
                        perform scan-one-dataset
                    end-if
            end-read
        end-perform.
        close registry-file.
                        and aud-result is equal to ws-search-value
                    move 1 to ws-record-match
                end-if
            when search-by-operator
                if aud-operator is equal to ws-search-operator
                        and ws-search-operator is not equal to spaces
                    move 1 to ws-record-match
                end-if
        end-evaluate.

*> Write one matching row, pausing for the operator at each full page.
        move aud-err to hit-err.
        move aud-raw to hit-raw.
        move aud-result to hit-result.
        move aud-operator to hit-operator.
*>      Leading zero stripped (' 7/12', not ' 07/12'), matching the
*>      register the translator's own report lines use.
        if aud-frac is numeric and aud-frac is greater than '00'
