fd registry-file.
    01 registry-record picture x(80).
fd audit-file.
    01 audit-record picture x(132).
fd report-file.
    01 report-record picture x(80).

    02 aud-source picture x(1).
    02 filler picture x(1).
    02 aud-dict picture x(1).
    02 filler picture x(1).
    02 aud-operator picture x(8).

*> One entry per distinct rejected record number: its first-rejected
*> date, latest reason and raw value, how many rejections it has on
            move rej-date to wr-date(ws-reject-found)
        end-if.

*> Scan the audit trail - archive first, then every day dataset the
*> registry still lists as current - for resubmit successes that
*> close open rejections.
scan-audit-trail.
        move ws-archive-file to ws-audit-file.
        perform scan-one-dataset.
            read registry-file into gen-line
                at end move 1 to ws-registry-eof
                not at end
                    if gen-status is equal to 'C'
                        move gen-file to ws-audit-file
                        perform scan-one-dataset
                    end-if
            end-read
        end-perform.
        close registry-file.
