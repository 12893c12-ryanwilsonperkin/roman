
*> Cross-run trend report over the run-history dataset the translator
*> appends to (one record per execution: start/end timestamps, input
*> name, counts, mismatch and unmatched counts, graded return code,
*> retired-number citations).
*> Where auditrpt reconciles individual audit rows, this reports at
*> the level of runs: volume and error-rate trends by day, and the
*> same broken down by input feed, which is what answers "have error
data division.
file section.
fd history-file.
    01 history-record picture x(256).
fd report-file.
    01 report-record picture x(80).

    02 rh-unmatched picture 9(7).
    02 filler picture x(1).
    02 rh-return-code picture 9(2).
*>  Later additions, spaces on older records: retired catalog values
*>  cited.
    02 filler picture x(1).
    02 rh-retired picture 9(7).
*>  The feed profile the run's files ran under.
    02 filler picture x(1).
    02 rh-profile picture x(8).
*>  Who ran it: the signed-on operator, or the submitting job or user.
    02 filler picture x(1).
    02 rh-operator picture x(8).

*> Per-day accumulators: one entry per calendar day seen in the
*> history (the run's start date), in first-seen order - the history
       03 wfd-err picture 9(7).
       03 wfd-mismatch picture 9(7).
       03 wfd-unmatched picture 9(7).
       03 wfd-retired picture 9(7).
       03 wfd-worst-rc picture 9(2).
77  ws-feed-count picture 9(3) value 0.
77  ws-feed-i picture 9(3) usage is computational.
    02 fwl-mismatch picture zzzzzz9.
    02 filler picture x(14) value '  Unmatched:  '.
    02 fwl-unmatched picture zzzzzz9.
    02 filler picture x(11) value '  Retired: '.
    02 fwl-retired picture zzzzzz9.
    02 filler picture x(12) value '  Worst RC: '.
    02 fwl-worst-rc picture z9.

                move 0 to wfd-err(ws-feed-found)
                move 0 to wfd-mismatch(ws-feed-found)
                move 0 to wfd-unmatched(ws-feed-found)
                move 0 to wfd-retired(ws-feed-found)
                move 0 to wfd-worst-rc(ws-feed-found)
            else
                move 1 to ws-feed-overflow
        if rh-unmatched is numeric
            add rh-unmatched to wfd-unmatched(ws-feed-found)
        end-if.
        if rh-retired is numeric
            add rh-retired to wfd-retired(ws-feed-found)
        end-if.
        if rh-return-code is greater than wfd-worst-rc(ws-feed-found)
            move rh-return-code to wfd-worst-rc(ws-feed-found)
        end-if.
            perform write-report-line
            move wfd-mismatch(ws-feed-i) to fwl-mismatch
            move wfd-unmatched(ws-feed-i) to fwl-unmatched
            move wfd-retired(ws-feed-i) to fwl-retired
            move wfd-worst-rc(ws-feed-i) to fwl-worst-rc
            move feed-warn-line to ws-report-line
            perform write-report-line
