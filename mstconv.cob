identification division.
program-id. mstconv.

*> One-time conversion of the master catalog to the record layout that
*> carries each number's issue status and dates. The catalog record
*> was the 7-digit key and the 33-byte description, 40 bytes; it now
*> also holds the issue status, the date the description took effect,
*> and the retirement date, 57 bytes - and an indexed dataset of the
*> old length cannot be opened by any program built on the new one.
*> This reads the old catalog sequentially, in key order, and loads
*> every record into a new catalog of the current layout: issued
*> (status A), in effect from the day of the conversion, not retired.
*> The old catalog is only read; the operator renames the production
*> catalog to the old name before the run, and the new catalog is
*> written under the name every other catalog program opens. A new
*> catalog already on disk is refused rather than overwritten, so a
*> catalog already converted (and maintained since) can never be
*> reloaded from the old one by a second run.
*> Dataset names and their overrides:
*>   old catalog  MASTER.OLD     ROMAN_MASTER_OLD
*>   new catalog  MASTER.DAT     ROMAN_MASTER_FILE
*> Returns 0 when every record was converted, 16 when either catalog
*> fails to open, the new catalog already exists, or a read or write
*> fails part way - the new catalog is then incomplete and must be
*> removed before the conversion is run again.

environment division.
input-output section.
file-control.
    select old-catalog assign to dynamic ws-old-file
        organization is indexed
        access mode is sequential
        record key is old-key
        file status is ws-old-status.
    select master-catalog assign to dynamic ws-master-file
        organization is indexed
        access mode is sequential
        record key is mst-key
        file status is ws-master-status.

data division.
file section.
fd old-catalog.
    01 old-record.
       02 old-key picture 9(7).
       02 old-description picture x(33).
fd master-catalog.
    01 master-record.
       02 mst-key picture 9(7).
       02 mst-description picture x(33).
       02 mst-number-status picture x(1).
          88 mst-number-retired value 'R'.
       02 mst-effective-date picture x(8).
       02 mst-retired-date picture x(8).

working-storage section.
01  ws-old-file picture x(64) value 'MASTER.OLD'.
01  ws-old-status picture x(2).
01  ws-master-file picture x(64) value 'MASTER.DAT'.
01  ws-master-status picture x(2).

77  ws-old-eof picture 9 value 0.
77  ws-failed picture 9 value 0.
77  ws-count-read picture 9(7) value 0.
77  ws-count-written picture 9(7) value 0.
01  ws-run-date picture x(8).

procedure division.
        accept ws-old-file from environment 'ROMAN_MASTER_OLD'
            on exception move 'MASTER.OLD' to ws-old-file
        end-accept.
        accept ws-master-file from environment 'ROMAN_MASTER_FILE'
            on exception move 'MASTER.DAT' to ws-master-file
        end-accept.
        move function current-date(1:8) to ws-run-date.
        perform open-catalogs.
        perform read-old-next.
        perform convert-one-record
            until ws-old-eof is equal 1 or ws-failed is equal 1.
        close old-catalog.
        close master-catalog.
        if ws-failed is equal 0
                and ws-master-status is not equal to '00'
            display 'MSTCONV: cannot close new catalog '
                function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
            move 1 to ws-failed
        end-if.
        display 'MSTCONV: records read:      ' ws-count-read.
        display 'MSTCONV: records converted: ' ws-count-written.
        if ws-failed is equal 1
            display 'MSTCONV: ** new catalog ' function trim(ws-master-file)
                ' is incomplete - remove it before converting again'
            stop run returning 16
        end-if.
        stop run.

*> Open the old catalog for reading and create the new one. A new
*> catalog that can already be opened is one an earlier run (or
*> maintenance since) wrote: it is left alone.
open-catalogs.
        open input old-catalog.
        if ws-old-status is not equal to '00'
            display 'MSTCONV: cannot open old catalog '
                function trim(ws-old-file)
                ' (file status ' ws-old-status ')'
            stop run returning 16
        end-if.
        open input master-catalog.
        if ws-master-status is not equal to '35'
            if ws-master-status is equal to '00'
                close master-catalog
            end-if
            display 'MSTCONV: new catalog ' function trim(ws-master-file)
                ' already exists (file status ' ws-master-status
                ') - nothing converted'
            close old-catalog
            stop run returning 16
        end-if.
        open output master-catalog.
        if ws-master-status is not equal to '00'
            display 'MSTCONV: cannot create new catalog '
                function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
            close old-catalog
            stop run returning 16
        end-if.

*> Read the next old record. A read failure other than end of file
*> (the old catalog unreadable part way) stops the conversion.
read-old-next.
        read old-catalog next record
            at end move 1 to ws-old-eof
        end-read.
        if ws-old-status is equal to '10'
            exit paragraph
        end-if.
        if ws-old-status is not equal to '00'
            display 'MSTCONV: cannot read old catalog '
                function trim(ws-old-file)
                ' after ' ws-count-read ' records'
                ' (file status ' ws-old-status ')'
            move 1 to ws-failed
            exit paragraph
        end-if.
        add 1 to ws-count-read.

*> Write the old record in the current layout, then read on.
convert-one-record.
        move old-key to mst-key.
        move old-description to mst-description.
        move 'A' to mst-number-status.
        move ws-run-date to mst-effective-date.
        move spaces to mst-retired-date.
        write master-record
            invalid key continue
        end-write.
        if ws-master-status is not equal to '00'
            display 'MSTCONV: cannot write number ' mst-key
                ' to new catalog ' function trim(ws-master-file)
                ' (file status ' ws-master-status ')'
            move 1 to ws-failed
            exit paragraph
        end-if.
        add 1 to ws-count-written.
        perform read-old-next.
